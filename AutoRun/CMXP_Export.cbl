       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comol-Export.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\          FILE HANDLES          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Multi-sample instrument export. A preset delivered as a
      * playable instrument used to mean hand-building one-note
      * sequence files, running Comol-1 once per note and typing
      * the key mapping. This program reads one EXPORT-SPEC-RECORD
      * - preset, key range and sampling interval, velocity layers,
      * note and tail lengths - and:
      *   - writes a one-note SEQUENCE-FILE for every key and layer,
      *     the layer's velocity going through the preset's own
      *     PF-VELO-SENS / PF-VELO-CUT-SENS handling;
      *   - renders them all in one Comol-1 run through its render
      *     list, with TrimParams.dat armed so every sample loses
      *     its trailing silence before its QA scan;
      *   - writes the key/velocity mapping as a plain-text .sfz
      *     instrument definition samplers load directly;
      *   - ends with a pack manifest: every sample with its size,
      *     checksum, mapping and QA verdict.
           SELECT EXPORT-SPEC-FILE ASSIGN TO
           "path/to/ExportSpec.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XS-FILE-STATUS.
      * Read to prove the preset exists before anything renders.
           SELECT PRESET-LIBRARY-FILE ASSIGN TO
           "path/to/PresetLibrary.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PL-FILE-STATUS.
      * Probed only - every sample must get a QA scan, so an
      * export refuses to run with the QA pass unarmed.
           SELECT QA-PARAM-FILE ASSIGN TO
           "path/to/QAParams.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS QP-FILE-STATUS.
      * One sample's one-note performance. ASSIGN TO DYNAMIC so the
      * one handle writes every key and layer.
           SELECT SEQUENCE-FILE ASSIGN TO DYNAMIC SEQ-OUT-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SQ-FILE-STATUS.
      * Comol-1's render list and tail-trim switch. Both emptied
      * again once the render ends, so the nightly batch is never
      * steered or trimmed by an export.
           SELECT RENDER-LIST-FILE ASSIGN TO
           "path/to/RenderList.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.
           SELECT TRIM-PARAM-FILE ASSIGN TO
           "path/to/TrimParams.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TP-FILE-STATUS.
      * Comol-1's QA report, read back for each sample's line.
           SELECT OPTIONAL QA-REPORT-FILE ASSIGN TO
           "path/to/QAReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QA-REPORT-STATUS.
      * One-byte reader for a sample's size and checksum, the same
      * additive checksum Comol-Wave registers in SourceCatalog.dat.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC PROBE-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PROBE-FILE-STATUS.
           SELECT MAPPING-FILE ASSIGN TO DYNAMIC MAPPING-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MF-FILE-STATUS.
           SELECT PACK-MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PM-FILE-STATUS.
      * Common abend diagnostics log, shared with every program in
      * this system. See REPORT-IO-FAILURE.
           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO
           "path/to/AbendLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One record. PACK-NAME names every file of the set (spaces =
      * the preset name). The keys run from LOW to HIGH in our
      * octave/note terms every KEY-STEP semitones; each is rendered
      * once per LAYER-VELOCITY, lowest layer first. NOTE-SEC is the
      * held note, TAIL-SEC the silence rendered after it for the
      * release to ring into before the trim. TRIM-FLOOR-DB and
      * TRIM-KEEP-MS go to Comol-1's TRIM-PARAM-RECORD unchanged.
       FD  EXPORT-SPEC-FILE.
       01  EXPORT-SPEC-RECORD.
           05  XS-PRESET-NAME      PIC X(20).
           05  XS-PACK-NAME        PIC X(20).
           05  XS-LOW-OCTAVE       PIC 9(1).
           05  XS-LOW-NOTE         PIC 9(2).
           05  XS-HIGH-OCTAVE      PIC 9(1).
           05  XS-HIGH-NOTE        PIC 9(2).
           05  XS-KEY-STEP         PIC 9(2).
           05  XS-NOTE-SEC         PIC 9(3)V9(2).
           05  XS-TAIL-SEC         PIC 9(2)V9(2).
           05  XS-TRIM-FLOOR-DB    PIC S9(2)V9(1)
                                   SIGN LEADING SEPARATE.
           05  XS-TRIM-KEEP-MS     PIC 9(4).
           05  XS-LAYER-COUNT      PIC 9(1).
           05  XS-LAYER-VELOCITY   PIC 9(3) OCCURS 8 TIMES.

       FD  PRESET-LIBRARY-FILE.
       01  PRESET-RECORD.
           05  PL-PRESET-NAME      PIC X(20).
           05  PL-PATCH-IMAGE      PIC X(208).

      * Comol-1's QA-PARAM-RECORD, held whole.
       FD  QA-PARAM-FILE.
       01  QA-PARAM-RECORD         PIC X(25).

      * Comol-1's SEQUENCE-RECORD.
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05  SQ-OCTAVE           PIC 9(1).
           05  SQ-NOTE             PIC 9(2).
           05  SQ-DURATION-SEC     PIC 9(3)V9(2).
           05  SQ-GAP-SEC          PIC 9(2)V9(2).
           05  SQ-VELOCITY         PIC 9(3).

      * Comol-1's RENDER-LIST-RECORD.
       FD  RENDER-LIST-FILE.
       01  RENDER-LIST-RECORD.
           05  RL-PRESET-NAME      PIC X(20).
           05  RL-SEQUENCE-PATH    PIC X(60).
           05  RL-POLY-FLAG        PIC 9(1).
           05  RL-OUT-PATH         PIC X(60).
           05  RL-RUN-LOG-PATH     PIC X(60).

      * Comol-1's TRIM-PARAM-RECORD.
       FD  TRIM-PARAM-FILE.
       01  TRIM-PARAM-RECORD.
           05  TP-FLOOR-DB         PIC S9(2)V9(1)
                                   SIGN LEADING SEPARATE.
           05  TP-KEEP-MS          PIC 9(4).

       FD  QA-REPORT-FILE.
       01  QA-REPORT-RECORD        PIC X(160).

       FD  PROBE-FILE.
       01  PROBE-BYTE          PIC X(1).

       FD  MAPPING-FILE.
       01  MAPPING-RECORD          PIC X(160).

       FD  PACK-MANIFEST-FILE.
       01  PACK-MANIFEST-RECORD    PIC X(160).

      * One free-form text line per I/O failure. See
      * REPORT-IO-FAILURE.
       FD  ABEND-LOG-FILE.
       01  ABEND-LOG-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
       01  EXPORT-DATE-TIME    PIC X(21).
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      JOB / FILE CONTROL         /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  EXPORT-JOB-CONTROL.
           05  XS-FILE-STATUS      PIC X(2) VALUE "00".
           05  PL-FILE-STATUS      PIC X(2) VALUE "00".
           05  QP-FILE-STATUS      PIC X(2) VALUE "00".
           05  SQ-FILE-STATUS      PIC X(2) VALUE "00".
           05  RL-FILE-STATUS      PIC X(2) VALUE "00".
           05  TP-FILE-STATUS      PIC X(2) VALUE "00".
           05  QA-REPORT-STATUS    PIC X(2) VALUE "00".
           05  PROBE-FILE-STATUS   PIC X(2) VALUE "00".
           05  MF-FILE-STATUS      PIC X(2) VALUE "00".
           05  PM-FILE-STATUS      PIC X(2) VALUE "00".
           05  XP-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  XP-ERROR-SWITCH     PIC 9(1) VALUE 0.
           05  XP-FOUND-SWITCH     PIC 9(1) VALUE 0.
           05  PROBE-EOF-SWITCH    PIC 9(1) VALUE 0.
           05  PROBE-EXISTS-SW     PIC 9(1) VALUE 0.
      * 1 from the moment the render list is written until it and
      * TrimParams.dat are put back - REPORT-IO-FAILURE disarms
      * both if the run stops in between.
           05  XP-ARMED-SW         PIC 9(1) VALUE 0.
      * The operator's own TrimParams.dat record, held while the
      * export's is armed. SAVED-TRIM-SW 0 = the file was missing
      * or empty, which Comol-1 treats alike.
           05  SAVED-TRIM-SW       PIC 9(1) VALUE 0.
       01  SAVED-TRIM-RECORD   PIC X(8).
       01  DYNAMIC-FILE-PATHS.
           05  SEQ-OUT-PATH        PIC X(60).
           05  PROBE-PATH          PIC X(60).
           05  MAPPING-PATH        PIC X(60).
           05  MANIFEST-PATH       PIC X(60).

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
      * /\      KEY / LAYER PLAN            /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Keys are MIDI key numbers, octave 0 note 0 = key 12 - the
      * numbering Comol-MIDI converts from - so the mapping file
      * speaks the sampler's language. LO-SPLIT / HI-SPLIT are how
      * far each sample stretches below and above its root: the
      * interval is shared between neighbours so the spans meet.
       01  EXPORT-PLAN-VARS   USAGE COMP-5.
           05  LOW-KEY             PIC 9(3).
           05  HIGH-KEY            PIC 9(3).
           05  KEY-NUM             PIC 9(3).
           05  KEY-COUNT           PIC 9(3) VALUE 0.
           05  KEY-IDX             PIC 9(3).
           05  LAYER-IDX           PIC 9(1).
           05  LO-SPLIT            PIC 9(2).
           05  HI-SPLIT            PIC 9(2).
           05  SAMPLE-COUNT        PIC 9(3) VALUE 0.
           05  SAMPLE-IDX          PIC 9(3).
           05  RENDERED-COUNT      PIC 9(3) VALUE 0.
           05  QA-OK-COUNT         PIC 9(3) VALUE 0.
           05  QA-FLAGGED-COUNT    PIC 9(3) VALUE 0.
           05  MISSING-COUNT       PIC 9(3) VALUE 0.
           05  QA-BASE-LINES       PIC 9(7) VALUE 0.
           05  QA-LINE-NUM         PIC 9(7) VALUE 0.
           05  PACK-BYTES-TOTAL    PIC 9(12) VALUE 0.
       01  PACK-NAME               PIC X(20).

      * One entry per key and layer, in render order: key by key,
      * each key's layers softest first.
       01  SAMPLE-TABLE.
           05  EXPORT-SAMPLE OCCURS 672 TIMES.
               10  SM-ROOT-KEY      PIC 9(3).
               10  SM-OCTAVE        PIC 9(1).
               10  SM-NOTE          PIC 9(2).
               10  SM-LAYER         PIC 9(1).
               10  SM-VELOCITY      PIC 9(3).
               10  SM-LO-KEY        PIC 9(3).
               10  SM-HI-KEY        PIC 9(3).
               10  SM-LO-VEL        PIC 9(3).
               10  SM-HI-VEL        PIC 9(3).
               10  SM-FILE-NAME     PIC X(40).
               10  SM-WAVE-PATH     PIC X(60).
               10  SM-SEQ-PATH      PIC X(60).
               10  SM-RUN-LOG-PATH  PIC X(60).
               10  SM-BYTES         PIC 9(10) COMP-5.
               10  SM-CHECKSUM      PIC 9(9)  COMP-5.
               10  SM-QA-FLAG       PIC X(24).

      * Note names for the file names, sharps only, two bytes each.
       01  NOTE-NAME-TABLE.
           05  FILLER              PIC X(24)
               VALUE "C C#D D#E F F#G G#A A#B ".
       01  NOTE-NAME-AREA REDEFINES NOTE-NAME-TABLE.
           05  NOTE-NAME           PIC X(2) OCCURS 12 TIMES.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      CHECKSUM WORK FIELDS       /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  PROBE-WORK-VARS    USAGE COMP-5.
           05  PROBE-BYTE-COUNT    PIC 9(9).
           05  PROBE-BYTE-VAL      PIC 9(3).
           05  PROBE-CHECKSUM      PIC 9(9).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      RENDER EXECUTION           /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Comol-1 runs through the scheduler shell exactly as
      * Comol-Job runs a step; its exit status is kept for the
      * manifest.
       01  EXPORT-EXEC-VARS.
           05  EXPORT-EXEC-COMMAND PIC X(61).
           05  RENDER-RC           PIC S9(4) COMP-5 VALUE 0.

      * Work fields for the mapping, manifest and file names.
       01  EXPORT-REPORT-VARS.
           05  XRP-PTR             PIC 9(3).
           05  XRP-KEY             PIC 9(3).
           05  XRP-LO              PIC 9(3).
           05  XRP-HI              PIC 9(3).
           05  XRP-LAYER           PIC 9(1).
           05  XRP-VEL             PIC 9(3).
           05  XRP-COUNT           PIC ZZ9.
           05  XRP-BYTES           PIC Z(9)9.
           05  XRP-TOTAL           PIC Z(11)9.
           05  XRP-SUM             PIC 9(9).
           05  XRP-RC              PIC ZZZ9.
           05  XRP-NOTE-SEC        PIC ZZ9.99.
           05  XRP-TAIL-SEC        PIC Z9.99.
           05  XRP-PATH-LEN        PIC 9(3).
           05  XRP-FLAG-POS        PIC 9(3).
           05  XRP-QA-LINE         PIC X(160).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "COMOL-EXPORT  MULTI-SAMPLE INSTRUMENT EXPORT".
           PERFORM LOAD-EXPORT-SPEC.
           IF XP-ERROR-SWITCH = 1
               DISPLAY "EXPORT ERROR: export abandoned - fix "
                   "ExportSpec.dat and re-run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-PRESET-IN-LIBRARY.
           PERFORM CHECK-QA-ARMED.
           IF XP-ERROR-SWITCH = 1
               DISPLAY "EXPORT ERROR: export abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUILD-SAMPLE-PLAN.
           DISPLAY "Pack " PACK-NAME ": " KEY-COUNT " key(s) x "
               XS-LAYER-COUNT " layer(s) = " SAMPLE-COUNT
               " sample(s).".
           PERFORM WRITE-SAMPLE-SEQUENCES.
           PERFORM SAVE-TAIL-TRIM.
           PERFORM WRITE-EXPORT-RENDER-LIST.
           PERFORM ARM-TAIL-TRIM.
           PERFORM COUNT-QA-BASE-LINES.
           PERFORM RUN-EXPORT-RENDER.
           PERFORM CLEAR-RENDER-LIST.
           PERFORM CLEAR-TAIL-TRIM.
           MOVE 0 TO XP-ARMED-SW.

           PERFORM COLLECT-SAMPLE-QA.
           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
               UNTIL SAMPLE-IDX > SAMPLE-COUNT
               PERFORM MEASURE-ONE-SAMPLE
           END-PERFORM.
           PERFORM WRITE-MAPPING-FILE.
           PERFORM WRITE-PACK-MANIFEST.

           IF MISSING-COUNT > 0 OR QA-FLAGGED-COUNT > 0
               DISPLAY "Export incomplete - " MISSING-COUNT
                   " sample(s) not rendered, " QA-FLAGGED-COUNT
                   " flagged by QA. See the pack manifest."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Done. " SAMPLE-COUNT " sample(s), mapping "
                   "and pack manifest written."
           END-IF.
           STOP RUN.

      * ==========================================
      * LOAD-EXPORT-SPEC
      * Reads and validates the one EXPORT-SPEC-RECORD. Every
      * problem is reported before the export is abandoned.
      * ==========================================
       LOAD-EXPORT-SPEC.
           OPEN INPUT EXPORT-SPEC-FILE.
           IF XS-FILE-STATUS NOT = "00"
               DISPLAY "EXPORT ERROR: cannot open ExportSpec.dat "
                   "(status " XS-FILE-STATUS ") - nothing to do."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ EXPORT-SPEC-FILE
               AT END
                   DISPLAY "EXPORT ERROR: ExportSpec.dat is empty - "
                       "nothing to do."
                   CLOSE EXPORT-SPEC-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE EXPORT-SPEC-FILE.

           IF XS-PRESET-NAME = SPACES
               DISPLAY "EXPORT ERROR: no preset name."
               MOVE 1 TO XP-ERROR-SWITCH
           END-IF.
           IF XS-PACK-NAME = SPACES
               MOVE XS-PRESET-NAME TO PACK-NAME
           ELSE
               MOVE XS-PACK-NAME TO PACK-NAME
           END-IF.
           IF XS-LOW-OCTAVE > 6 OR XS-HIGH-OCTAVE > 6
               DISPLAY "EXPORT ERROR: key range octave is out of "
                   "range (0-6)."
               MOVE 1 TO XP-ERROR-SWITCH
           END-IF.
           IF XS-LOW-NOTE > 11 OR XS-HIGH-NOTE > 11
               DISPLAY "EXPORT ERROR: key range note is out of "
                   "range (0-11)."
               MOVE 1 TO XP-ERROR-SWITCH
           END-IF.
           COMPUTE LOW-KEY = XS-LOW-OCTAVE * 12 + XS-LOW-NOTE + 12.
           COMPUTE HIGH-KEY =
               XS-HIGH-OCTAVE * 12 + XS-HIGH-NOTE + 12.
           IF HIGH-KEY < LOW-KEY
               DISPLAY "EXPORT ERROR: key range runs downwards - "
                   "the high key is below the low key."
               MOVE 1 TO XP-ERROR-SWITCH
           END-IF.
           IF XS-KEY-STEP < 1 OR XS-KEY-STEP > 24
               DISPLAY "EXPORT ERROR: KEY-STEP " XS-KEY-STEP
                   " is out of range (1-24)."
               MOVE 1 TO XP-ERROR-SWITCH
           END-IF.
           IF XS-NOTE-SEC = 0
               DISPLAY "EXPORT ERROR: NOTE-SEC is zero."
               MOVE 1 TO XP-ERROR-SWITCH
           END-IF.
           IF XS-TRIM-FLOOR-DB NOT < 0
               DISPLAY "EXPORT ERROR: TRIM-FLOOR-DB "
                   XS-TRIM-FLOOR-DB " is not below full scale."
               MOVE 1 TO XP-ERROR-SWITCH
           END-IF.
           IF XS-LAYER-COUNT < 1 OR XS-LAYER-COUNT > 8
               DISPLAY "EXPORT ERROR: LAYER-COUNT " XS-LAYER-COUNT
                   " is out of range (1-8)."
               MOVE 1 TO XP-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.
      * Layers softest first, so each one's velocity span runs from
      * just above the layer beneath it up to its own velocity.
           PERFORM VARYING LAYER-IDX FROM 1 BY 1
               UNTIL LAYER-IDX > XS-LAYER-COUNT
               IF XS-LAYER-VELOCITY(LAYER-IDX) < 1
                   OR XS-LAYER-VELOCITY(LAYER-IDX) > 127
                   DISPLAY "EXPORT ERROR: layer " LAYER-IDX
                       " velocity " XS-LAYER-VELOCITY(LAYER-IDX)
                       " is out of range (1-127)."
                   MOVE 1 TO XP-ERROR-SWITCH
               END-IF
               IF LAYER-IDX > 1
                   IF XS-LAYER-VELOCITY(LAYER-IDX)
                       NOT > XS-LAYER-VELOCITY(LAYER-IDX - 1)
                       DISPLAY "EXPORT ERROR: layer " LAYER-IDX
                           " velocity is not above the layer "
                           "beneath it."
                       MOVE 1 TO XP-ERROR-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

      * The preset must be in the library - Comol-1 would fail every
      * sample one by one otherwise.
       CHECK-PRESET-IN-LIBRARY.
           MOVE 0 TO XP-FOUND-SWITCH.
           OPEN INPUT PRESET-LIBRARY-FILE.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "EXPORT ERROR: PresetLibrary.dat cannot be "
                   "opened (status " PL-FILE-STATUS ")."
               MOVE 1 TO XP-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO XP-EOF-SWITCH.
           PERFORM UNTIL XP-EOF-SWITCH = 1 OR XP-FOUND-SWITCH = 1
               READ PRESET-LIBRARY-FILE
                   AT END
                       MOVE 1 TO XP-EOF-SWITCH
                   NOT AT END
                       IF PL-PRESET-NAME = XS-PRESET-NAME
                           MOVE 1 TO XP-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESET-LIBRARY-FILE.
           IF XP-FOUND-SWITCH = 0
               DISPLAY "EXPORT ERROR: preset " XS-PRESET-NAME
                   " is not in PresetLibrary.dat."
               MOVE 1 TO XP-ERROR-SWITCH
           END-IF.

       CHECK-QA-ARMED.
           MOVE 0 TO XP-FOUND-SWITCH.
           OPEN INPUT QA-PARAM-FILE.
           IF QP-FILE-STATUS = "00"
               READ QA-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO XP-FOUND-SWITCH
               END-READ
               CLOSE QA-PARAM-FILE
           END-IF.
           IF XP-FOUND-SWITCH = 0
               DISPLAY "EXPORT ERROR: QAParams.dat is missing or "
                   "empty - every sample of a pack must be QA "
                   "scanned."
               MOVE 1 TO XP-ERROR-SWITCH
           END-IF.

      * ==========================================
      * BUILD-SAMPLE-PLAN
      * One SAMPLE-TABLE entry per key and layer with its file
      * names and its key and velocity spans. The lowest sample
      * stretches down by LO-SPLIT like any other; the highest
      * stretches up at least to the top of the requested range.
      * ==========================================
       BUILD-SAMPLE-PLAN.
           COMPUTE LO-SPLIT = (XS-KEY-STEP - 1) / 2.
           COMPUTE HI-SPLIT = XS-KEY-STEP - 1 - LO-SPLIT.
           MOVE 0 TO KEY-COUNT.
           MOVE 0 TO SAMPLE-COUNT.
           PERFORM VARYING KEY-NUM FROM LOW-KEY BY XS-KEY-STEP
               UNTIL KEY-NUM > HIGH-KEY
               ADD 1 TO KEY-COUNT
               PERFORM VARYING LAYER-IDX FROM 1 BY 1
                   UNTIL LAYER-IDX > XS-LAYER-COUNT
                   PERFORM ADD-ONE-SAMPLE
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
               UNTIL SAMPLE-IDX > SAMPLE-COUNT
               IF SM-ROOT-KEY(SAMPLE-IDX) + XS-KEY-STEP > HIGH-KEY
                   AND SM-HI-KEY(SAMPLE-IDX) < HIGH-KEY
                   MOVE HIGH-KEY TO SM-HI-KEY(SAMPLE-IDX)
               END-IF
           END-PERFORM.

       ADD-ONE-SAMPLE.
           ADD 1 TO SAMPLE-COUNT.
           MOVE SAMPLE-COUNT TO SAMPLE-IDX.
           MOVE KEY-NUM TO SM-ROOT-KEY(SAMPLE-IDX).
           COMPUTE SM-OCTAVE(SAMPLE-IDX) = (KEY-NUM - 12) / 12.
           COMPUTE SM-NOTE(SAMPLE-IDX) =
               FUNCTION MOD(KEY-NUM - 12, 12).
           MOVE LAYER-IDX TO SM-LAYER(SAMPLE-IDX).
           MOVE XS-LAYER-VELOCITY(LAYER-IDX)
               TO SM-VELOCITY(SAMPLE-IDX).
           COMPUTE SM-LO-KEY(SAMPLE-IDX) = KEY-NUM - LO-SPLIT.
           COMPUTE SM-HI-KEY(SAMPLE-IDX) = KEY-NUM + HI-SPLIT.
           IF LAYER-IDX = 1
               MOVE 1 TO SM-LO-VEL(SAMPLE-IDX)
           ELSE
               COMPUTE SM-LO-VEL(SAMPLE-IDX) =
                   XS-LAYER-VELOCITY(LAYER-IDX - 1) + 1
           END-IF.
           IF LAYER-IDX = XS-LAYER-COUNT
               MOVE 127 TO SM-HI-VEL(SAMPLE-IDX)
           ELSE
               MOVE XS-LAYER-VELOCITY(LAYER-IDX)
                   TO SM-HI-VEL(SAMPLE-IDX)
           END-IF.
           MOVE 0 TO SM-BYTES(SAMPLE-IDX).
           MOVE 0 TO SM-CHECKSUM(SAMPLE-IDX).
           MOVE SPACES TO SM-QA-FLAG(SAMPLE-IDX).

      * PACK_C#3_V2 - pack, note name and engine octave, layer.
           MOVE SPACES TO SM-FILE-NAME(SAMPLE-IDX).
           MOVE 1 TO XRP-PTR.
           MOVE SM-LAYER(SAMPLE-IDX) TO XRP-LAYER.
           STRING PACK-NAME DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               NOTE-NAME(SM-NOTE(SAMPLE-IDX) + 1) DELIMITED BY SPACE
               SM-OCTAVE(SAMPLE-IDX) DELIMITED BY SIZE
               "_V" DELIMITED BY SIZE
               XRP-LAYER DELIMITED BY SIZE
               INTO SM-FILE-NAME(SAMPLE-IDX) WITH POINTER XRP-PTR.
           MOVE SPACES TO SM-WAVE-PATH(SAMPLE-IDX).
           STRING "path/to/" DELIMITED BY SIZE
               SM-FILE-NAME(SAMPLE-IDX) DELIMITED BY SPACE
               ".wav" DELIMITED BY SIZE
               INTO SM-WAVE-PATH(SAMPLE-IDX).
           MOVE SPACES TO SM-SEQ-PATH(SAMPLE-IDX).
           STRING "path/to/" DELIMITED BY SIZE
               SM-FILE-NAME(SAMPLE-IDX) DELIMITED BY SPACE
               "-Seq.dat" DELIMITED BY SIZE
               INTO SM-SEQ-PATH(SAMPLE-IDX).
           MOVE SPACES TO SM-RUN-LOG-PATH(SAMPLE-IDX).
           STRING "path/to/" DELIMITED BY SIZE
               SM-FILE-NAME(SAMPLE-IDX) DELIMITED BY SPACE
               "-RunLog.txt" DELIMITED BY SIZE
               INTO SM-RUN-LOG-PATH(SAMPLE-IDX).

      * ==========================================
      * WRITE-SAMPLE-SEQUENCES
      * Each sample's performance is one SEQUENCE-RECORD: its key,
      * NOTE-SEC held, TAIL-SEC of silence after, and its layer's
      * velocity - which Comol-1 runs through RESOLVE-NOTE-VELOCITY
      * and the preset's own sensitivities like any other note.
      * ==========================================
       WRITE-SAMPLE-SEQUENCES.
           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
               UNTIL SAMPLE-IDX > SAMPLE-COUNT
               MOVE SM-SEQ-PATH(SAMPLE-IDX) TO SEQ-OUT-PATH
               OPEN OUTPUT SEQUENCE-FILE
               IF SQ-FILE-STATUS NOT = "00"
                   MOVE "SEQUENCE-FILE" TO ABEND-FILE-NAME
                   MOVE "WRITE-SAMPLE-SEQUENCES" TO ABEND-PARAGRAPH
                   MOVE SQ-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE SAMPLE-IDX TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
               MOVE SM-OCTAVE(SAMPLE-IDX) TO SQ-OCTAVE
               MOVE SM-NOTE(SAMPLE-IDX) TO SQ-NOTE
               MOVE XS-NOTE-SEC TO SQ-DURATION-SEC
               MOVE XS-TAIL-SEC TO SQ-GAP-SEC
               MOVE SM-VELOCITY(SAMPLE-IDX) TO SQ-VELOCITY
               WRITE SEQUENCE-RECORD
               IF SQ-FILE-STATUS NOT = "00"
                   MOVE "SEQUENCE-FILE" TO ABEND-FILE-NAME
                   MOVE "WRITE-SAMPLE-SEQUENCES" TO ABEND-PARAGRAPH
                   MOVE SQ-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE SAMPLE-IDX TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
               CLOSE SEQUENCE-FILE
           END-PERFORM.

      * Keeps whatever TrimParams.dat the operator has set, so
      * CLEAR-TAIL-TRIM can put it back once the sample set is
      * rendered.
       SAVE-TAIL-TRIM.
           MOVE 0 TO SAVED-TRIM-SW.
           OPEN INPUT TRIM-PARAM-FILE.
           IF TP-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           IF TP-FILE-STATUS NOT = "00"
               MOVE "TRIM-PARAM-FILE" TO ABEND-FILE-NAME
               MOVE "SAVE-TAIL-TRIM" TO ABEND-PARAGRAPH
               MOVE TP-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           READ TRIM-PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE TRIM-PARAM-RECORD TO SAVED-TRIM-RECORD
                   MOVE 1 TO SAVED-TRIM-SW
           END-READ.
           CLOSE TRIM-PARAM-FILE.

       WRITE-EXPORT-RENDER-LIST.
           MOVE 1 TO XP-ARMED-SW.
           OPEN OUTPUT RENDER-LIST-FILE.
           IF RL-FILE-STATUS NOT = "00"
               MOVE "RENDER-LIST-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-EXPORT-RENDER-LIST" TO ABEND-PARAGRAPH
               MOVE RL-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
               UNTIL SAMPLE-IDX > SAMPLE-COUNT
               MOVE XS-PRESET-NAME TO RL-PRESET-NAME
               MOVE SM-SEQ-PATH(SAMPLE-IDX) TO RL-SEQUENCE-PATH
               MOVE 0 TO RL-POLY-FLAG
               MOVE SM-WAVE-PATH(SAMPLE-IDX) TO RL-OUT-PATH
               MOVE SM-RUN-LOG-PATH(SAMPLE-IDX) TO RL-RUN-LOG-PATH
               WRITE RENDER-LIST-RECORD
               IF RL-FILE-STATUS NOT = "00"
                   MOVE "RENDER-LIST-FILE" TO ABEND-FILE-NAME
                   MOVE "WRITE-EXPORT-RENDER-LIST"
                       TO ABEND-PARAGRAPH
                   MOVE RL-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE SAMPLE-IDX TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
           END-PERFORM.
           CLOSE RENDER-LIST-FILE.

       ARM-TAIL-TRIM.
           OPEN OUTPUT TRIM-PARAM-FILE.
           IF TP-FILE-STATUS NOT = "00"
               MOVE "TRIM-PARAM-FILE" TO ABEND-FILE-NAME
               MOVE "ARM-TAIL-TRIM" TO ABEND-PARAGRAPH
               MOVE TP-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           MOVE XS-TRIM-FLOOR-DB TO TP-FLOOR-DB.
           MOVE XS-TRIM-KEEP-MS TO TP-KEEP-MS.
           WRITE TRIM-PARAM-RECORD.
           IF TP-FILE-STATUS NOT = "00"
               MOVE "TRIM-PARAM-FILE" TO ABEND-FILE-NAME
               MOVE "ARM-TAIL-TRIM" TO ABEND-PARAGRAPH
               MOVE TP-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 1 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           CLOSE TRIM-PARAM-FILE.

      * QAReport.txt is appended run after run. Only lines written
      * after this count belong to this export, so an old scan of
      * a file that failed to render this time is never taken for
      * a new one.
       COUNT-QA-BASE-LINES.
           MOVE 0 TO QA-BASE-LINES.
           OPEN INPUT QA-REPORT-FILE.
           IF QA-REPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO XP-EOF-SWITCH.
           PERFORM UNTIL XP-EOF-SWITCH = 1
               READ QA-REPORT-FILE
                   AT END
                       MOVE 1 TO XP-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO QA-BASE-LINES
               END-READ
           END-PERFORM.
           CLOSE QA-REPORT-FILE.

       RUN-EXPORT-RENDER.
           DISPLAY "Rendering the sample set...".
           MOVE SPACES TO EXPORT-EXEC-COMMAND.
           MOVE "path/to/Comol-1" TO EXPORT-EXEC-COMMAND.
           CALL "SYSTEM" USING EXPORT-EXEC-COMMAND.
           MOVE RETURN-CODE TO RENDER-RC.
           MOVE 0 TO RETURN-CODE.

       CLEAR-RENDER-LIST.
           OPEN OUTPUT RENDER-LIST-FILE.
           IF RL-FILE-STATUS NOT = "00"
               MOVE "RENDER-LIST-FILE" TO ABEND-FILE-NAME
               MOVE "CLEAR-RENDER-LIST" TO ABEND-PARAGRAPH
               MOVE RL-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           CLOSE RENDER-LIST-FILE.

      * Puts back the TrimParams.dat SAVE-TAIL-TRIM kept - the
      * operator's record, or an empty file where there was none.
       CLEAR-TAIL-TRIM.
           OPEN OUTPUT TRIM-PARAM-FILE.
           IF TP-FILE-STATUS NOT = "00"
               MOVE "TRIM-PARAM-FILE" TO ABEND-FILE-NAME
               MOVE "CLEAR-TAIL-TRIM" TO ABEND-PARAGRAPH
               MOVE TP-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           IF SAVED-TRIM-SW = 1
               MOVE SAVED-TRIM-RECORD TO TRIM-PARAM-RECORD
               WRITE TRIM-PARAM-RECORD
               IF TP-FILE-STATUS NOT = "00"
                   MOVE "TRIM-PARAM-FILE" TO ABEND-FILE-NAME
                   MOVE "CLEAR-TAIL-TRIM" TO ABEND-PARAGRAPH
                   MOVE TP-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE 1 TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
           END-IF.
           CLOSE TRIM-PARAM-FILE.

      * ==========================================
      * DISARM-AFTER-FAILURE
      * Reached from REPORT-IO-FAILURE while the export's render
      * list or tail trim may still be armed, so the next nightly
      * Comol-1 does not render the sample set again, trimmed. The
      * failing file may still be open, hence the CLOSE first. No
      * failure here is sent back to REPORT-IO-FAILURE; it is named
      * on the console instead.
      * ==========================================
       DISARM-AFTER-FAILURE.
           MOVE 0 TO XP-ARMED-SW.
           CLOSE RENDER-LIST-FILE.
           OPEN OUTPUT RENDER-LIST-FILE.
           IF RL-FILE-STATUS = "00"
               CLOSE RENDER-LIST-FILE
           ELSE
               DISPLAY "EXPORT ERROR: cannot empty RenderList.dat "
                   "(status " RL-FILE-STATUS ") - empty it before "
                   "the next Comol-1 run."
           END-IF.
           CLOSE TRIM-PARAM-FILE.
           OPEN OUTPUT TRIM-PARAM-FILE.
           IF TP-FILE-STATUS NOT = "00"
               DISPLAY "EXPORT ERROR: cannot reset TrimParams.dat "
                   "(status " TP-FILE-STATUS ") - restore it before "
                   "the next Comol-1 run."
               EXIT PARAGRAPH
           END-IF.
           IF SAVED-TRIM-SW = 1
               MOVE SAVED-TRIM-RECORD TO TRIM-PARAM-RECORD
               WRITE TRIM-PARAM-RECORD
           END-IF.
           CLOSE TRIM-PARAM-FILE.

      * ==========================================
      * COLLECT-SAMPLE-QA
      * One pass over this export's QAReport.txt lines. A line
      * belongs to the sample whose WAVE path starts it; the flag
      * text after CLIPRUN= is the sample's QA verdict. A sample
      * with no line was not rendered.
      * ==========================================
       COLLECT-SAMPLE-QA.
           OPEN INPUT QA-REPORT-FILE.
           IF QA-REPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO QA-LINE-NUM.
           MOVE 0 TO XP-EOF-SWITCH.
           PERFORM UNTIL XP-EOF-SWITCH = 1
               READ QA-REPORT-FILE
                   AT END
                       MOVE 1 TO XP-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO QA-LINE-NUM
                       IF QA-LINE-NUM > QA-BASE-LINES
                           PERFORM MATCH-ONE-QA-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QA-REPORT-FILE.

       MATCH-ONE-QA-LINE.
           MOVE QA-REPORT-RECORD TO XRP-QA-LINE.
           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
               UNTIL SAMPLE-IDX > SAMPLE-COUNT
               MOVE 0 TO XRP-PATH-LEN
               INSPECT SM-WAVE-PATH(SAMPLE-IDX) TALLYING XRP-PATH-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF XRP-QA-LINE(1:XRP-PATH-LEN)
                       = SM-WAVE-PATH(SAMPLE-IDX)(1:XRP-PATH-LEN)
                   AND XRP-QA-LINE(XRP-PATH-LEN + 1:2) = "  "
                   MOVE 0 TO XRP-FLAG-POS
                   INSPECT XRP-QA-LINE TALLYING XRP-FLAG-POS
                       FOR CHARACTERS BEFORE INITIAL "CLIPRUN="
      * "CLIPRUN=" + the six-digit run + two spaces, then the flags.
                   ADD 17 TO XRP-FLAG-POS
                   IF XRP-FLAG-POS < 137
                       MOVE XRP-QA-LINE(XRP-FLAG-POS:24)
                           TO SM-QA-FLAG(SAMPLE-IDX)
                   END-IF
                   IF SM-QA-FLAG(SAMPLE-IDX) = SPACES
                       MOVE "UNREADABLE QA LINE"
                           TO SM-QA-FLAG(SAMPLE-IDX)
                   END-IF
                   MOVE SAMPLE-COUNT TO SAMPLE-IDX
               END-IF
           END-PERFORM.

      * Size and checksum of a rendered sample, and the counts the
      * manifest ends with.
       MEASURE-ONE-SAMPLE.
           IF SM-QA-FLAG(SAMPLE-IDX) = SPACES
               ADD 1 TO MISSING-COUNT
               MOVE "NOT RENDERED" TO SM-QA-FLAG(SAMPLE-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE SM-WAVE-PATH(SAMPLE-IDX) TO PROBE-PATH.
           PERFORM CHECKSUM-PROBE-FILE.
           IF PROBE-EXISTS-SW = 0
               ADD 1 TO MISSING-COUNT
               MOVE "FILE MISSING" TO SM-QA-FLAG(SAMPLE-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RENDERED-COUNT.
           MOVE PROBE-BYTE-COUNT TO SM-BYTES(SAMPLE-IDX).
           MOVE PROBE-CHECKSUM TO SM-CHECKSUM(SAMPLE-IDX).
           ADD PROBE-BYTE-COUNT TO PACK-BYTES-TOTAL.
           IF SM-QA-FLAG(SAMPLE-IDX) = "OK"
               ADD 1 TO QA-OK-COUNT
           ELSE
               ADD 1 TO QA-FLAGGED-COUNT
           END-IF.

      * ==========================================
      * CHECKSUM-PROBE-FILE
      * Reads PROBE-PATH end to end through the one-byte handle,
      * setting PROBE-EXISTS-SW and, for a file that opens, its
      * byte count and additive checksum. Anything but a clean
      * read to end of file is an I/O fault.
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

      * ==========================================
      * WRITE-MAPPING-FILE
      * The instrument definition: one <region> per sample giving
      * its file, root key and key and velocity spans, in the
      * plain-text .sfz form samplers load. Sample names are
      * relative - the mapping sits beside its samples.
      * ==========================================
       WRITE-MAPPING-FILE.
           MOVE SPACES TO MAPPING-PATH.
           STRING "path/to/" DELIMITED BY SIZE
               PACK-NAME DELIMITED BY SPACE
               ".sfz" DELIMITED BY SIZE
               INTO MAPPING-PATH.
           OPEN OUTPUT MAPPING-FILE.
           IF MF-FILE-STATUS NOT = "00"
               MOVE "MAPPING-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-MAPPING-FILE" TO ABEND-PARAGRAPH
               MOVE MF-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           MOVE SPACES TO MAPPING-RECORD.
           MOVE 1 TO XRP-PTR.
           STRING "// " DELIMITED BY SIZE
               PACK-NAME DELIMITED BY SPACE
               " - COMOL-1 preset " DELIMITED BY SIZE
               XS-PRESET-NAME DELIMITED BY SPACE
               INTO MAPPING-RECORD WITH POINTER XRP-PTR.
           PERFORM PUT-MAPPING-LINE.
           MOVE "<group>" TO MAPPING-RECORD.
           PERFORM PUT-MAPPING-LINE.
           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
               UNTIL SAMPLE-IDX > SAMPLE-COUNT
               MOVE SM-ROOT-KEY(SAMPLE-IDX) TO XRP-KEY
               MOVE SM-LO-KEY(SAMPLE-IDX) TO XRP-LO
               MOVE SM-HI-KEY(SAMPLE-IDX) TO XRP-HI
               MOVE SPACES TO MAPPING-RECORD
               MOVE 1 TO XRP-PTR
               STRING "<region> sample=" DELIMITED BY SIZE
                   SM-FILE-NAME(SAMPLE-IDX) DELIMITED BY SPACE
                   ".wav pitch_keycenter=" DELIMITED BY SIZE
                   XRP-KEY DELIMITED BY SIZE
                   " lokey=" DELIMITED BY SIZE
                   XRP-LO DELIMITED BY SIZE
                   " hikey=" DELIMITED BY SIZE
                   XRP-HI DELIMITED BY SIZE
                   INTO MAPPING-RECORD WITH POINTER XRP-PTR
               MOVE SM-LO-VEL(SAMPLE-IDX) TO XRP-LO
               MOVE SM-HI-VEL(SAMPLE-IDX) TO XRP-HI
               STRING " lovel=" DELIMITED BY SIZE
                   XRP-LO DELIMITED BY SIZE
                   " hivel=" DELIMITED BY SIZE
                   XRP-HI DELIMITED BY SIZE
                   INTO MAPPING-RECORD WITH POINTER XRP-PTR
               PERFORM PUT-MAPPING-LINE
           END-PERFORM.
           CLOSE MAPPING-FILE.

      * ==========================================
      * WRITE-PACK-MANIFEST
      * The delivery list: the spec the pack was made from, every
      * sample with its size, checksum, mapping and QA verdict, the
      * mapping file's own size and checksum, and the totals.
      * ==========================================
       WRITE-PACK-MANIFEST.
           MOVE SPACES TO MANIFEST-PATH.
           STRING "path/to/" DELIMITED BY SIZE
               PACK-NAME DELIMITED BY SPACE
               "-Manifest.txt" DELIMITED BY SIZE
               INTO MANIFEST-PATH.
           OPEN OUTPUT PACK-MANIFEST-FILE.
           IF PM-FILE-STATUS NOT = "00"
               MOVE "PACK-MANIFEST-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-PACK-MANIFEST" TO ABEND-PARAGRAPH
               MOVE PM-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           MOVE SPACES TO PACK-MANIFEST-RECORD.
           MOVE 1 TO XRP-PTR.
           STRING "COMOL-EXPORT PACK MANIFEST  PACK=" DELIMITED BY SIZE
               PACK-NAME DELIMITED BY SPACE
               "  PRESET=" DELIMITED BY SIZE
               XS-PRESET-NAME DELIMITED BY SPACE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           PERFORM PUT-MANIFEST-LINE.
           MOVE FUNCTION CURRENT-DATE TO EXPORT-DATE-TIME.
           MOVE XS-NOTE-SEC TO XRP-NOTE-SEC.
           MOVE XS-TAIL-SEC TO XRP-TAIL-SEC.
           MOVE SPACES TO PACK-MANIFEST-RECORD.
           MOVE 1 TO XRP-PTR.
           STRING "WRITTEN " DELIMITED BY SIZE
               EXPORT-DATE-TIME(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXPORT-DATE-TIME(9:6) DELIMITED BY SIZE
               "  NOTE=" DELIMITED BY SIZE
               XRP-NOTE-SEC DELIMITED BY SIZE
               "S TAIL=" DELIMITED BY SIZE
               XRP-TAIL-SEC DELIMITED BY SIZE
               "S  KEYS " DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           MOVE LOW-KEY TO XRP-LO.
           MOVE HIGH-KEY TO XRP-HI.
           MOVE XS-KEY-STEP TO XRP-COUNT.
           STRING XRP-LO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               XRP-HI DELIMITED BY SIZE
               " EVERY" DELIMITED BY SIZE
               XRP-COUNT DELIMITED BY SIZE
               "  LAYERS=" DELIMITED BY SIZE
               XS-LAYER-COUNT DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           PERFORM PUT-MANIFEST-LINE.

           PERFORM VARYING SAMPLE-IDX FROM 1 BY 1
               UNTIL SAMPLE-IDX > SAMPLE-COUNT
               PERFORM WRITE-ONE-MANIFEST-LINE
           END-PERFORM.

           MOVE MAPPING-PATH TO PROBE-PATH.
           PERFORM CHECKSUM-PROBE-FILE.
           MOVE PROBE-BYTE-COUNT TO XRP-BYTES.
           MOVE PROBE-CHECKSUM TO XRP-SUM.
           ADD PROBE-BYTE-COUNT TO PACK-BYTES-TOTAL.
           MOVE SPACES TO PACK-MANIFEST-RECORD.
           MOVE 1 TO XRP-PTR.
           STRING "MAPPING " DELIMITED BY SIZE
               PACK-NAME DELIMITED BY SPACE
               ".sfz  BYTES=" DELIMITED BY SIZE
               XRP-BYTES DELIMITED BY SIZE
               "  CHECKSUM=" DELIMITED BY SIZE
               XRP-SUM DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           PERFORM PUT-MANIFEST-LINE.

           MOVE SPACES TO PACK-MANIFEST-RECORD.
           MOVE 1 TO XRP-PTR.
           MOVE SAMPLE-COUNT TO XRP-COUNT.
           STRING "SAMPLES=" DELIMITED BY SIZE
               XRP-COUNT DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           MOVE RENDERED-COUNT TO XRP-COUNT.
           STRING " RENDERED=" DELIMITED BY SIZE
               XRP-COUNT DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           MOVE QA-OK-COUNT TO XRP-COUNT.
           STRING " QA OK=" DELIMITED BY SIZE
               XRP-COUNT DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           MOVE QA-FLAGGED-COUNT TO XRP-COUNT.
           STRING " QA FLAGGED=" DELIMITED BY SIZE
               XRP-COUNT DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           MOVE MISSING-COUNT TO XRP-COUNT.
           STRING " MISSING=" DELIMITED BY SIZE
               XRP-COUNT DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           MOVE PACK-BYTES-TOTAL TO XRP-TOTAL.
           STRING " PACK BYTES=" DELIMITED BY SIZE
               XRP-TOTAL DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           PERFORM PUT-MANIFEST-LINE.

           IF RENDER-RC < 0 OR RENDER-RC > 9999
               MOVE 9999 TO XRP-RC
           ELSE
               MOVE RENDER-RC TO XRP-RC
           END-IF.
           MOVE SPACES TO PACK-MANIFEST-RECORD.
           MOVE 1 TO XRP-PTR.
           IF MISSING-COUNT = 0 AND QA-FLAGGED-COUNT = 0
               STRING "PACK VERDICT: COMPLETE  RENDER RC="
                   DELIMITED BY SIZE
                   XRP-RC DELIMITED BY SIZE
                   INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR
           ELSE
               STRING "PACK VERDICT: NOT DELIVERABLE  RENDER RC="
                   DELIMITED BY SIZE
                   XRP-RC DELIMITED BY SIZE
                   INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR
           END-IF.
           PERFORM PUT-MANIFEST-LINE.
           CLOSE PACK-MANIFEST-FILE.

       WRITE-ONE-MANIFEST-LINE.
           MOVE SM-BYTES(SAMPLE-IDX) TO XRP-BYTES.
           MOVE SM-CHECKSUM(SAMPLE-IDX) TO XRP-SUM.
           MOVE SM-ROOT-KEY(SAMPLE-IDX) TO XRP-KEY.
           MOVE SM-VELOCITY(SAMPLE-IDX) TO XRP-VEL.
           MOVE SPACES TO PACK-MANIFEST-RECORD.
           MOVE 1 TO XRP-PTR.
           STRING SM-FILE-NAME(SAMPLE-IDX) DELIMITED BY SPACE
               ".wav  BYTES=" DELIMITED BY SIZE
               XRP-BYTES DELIMITED BY SIZE
               "  CHECKSUM=" DELIMITED BY SIZE
               XRP-SUM DELIMITED BY SIZE
               "  ROOT=" DELIMITED BY SIZE
               XRP-KEY DELIMITED BY SIZE
               " VELOCITY=" DELIMITED BY SIZE
               XRP-VEL DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           MOVE SM-LO-KEY(SAMPLE-IDX) TO XRP-LO.
           MOVE SM-HI-KEY(SAMPLE-IDX) TO XRP-HI.
           STRING "  KEYS=" DELIMITED BY SIZE
               XRP-LO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               XRP-HI DELIMITED BY SIZE
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           MOVE SM-LO-VEL(SAMPLE-IDX) TO XRP-LO.
           MOVE SM-HI-VEL(SAMPLE-IDX) TO XRP-HI.
           STRING " VEL=" DELIMITED BY SIZE
               XRP-LO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               XRP-HI DELIMITED BY SIZE
               "  QA=" DELIMITED BY SIZE
               SM-QA-FLAG(SAMPLE-IDX) DELIMITED BY "  "
               INTO PACK-MANIFEST-RECORD WITH POINTER XRP-PTR.
           PERFORM PUT-MANIFEST-LINE.

       PUT-MAPPING-LINE.
           WRITE MAPPING-RECORD.
           IF MF-FILE-STATUS NOT = "00"
               MOVE "MAPPING-FILE" TO ABEND-FILE-NAME
               MOVE "PUT-MAPPING-LINE" TO ABEND-PARAGRAPH
               MOVE MF-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE SAMPLE-IDX TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

       PUT-MANIFEST-LINE.
           WRITE PACK-MANIFEST-RECORD.
           IF PM-FILE-STATUS NOT = "00"
               MOVE "PACK-MANIFEST-FILE" TO ABEND-FILE-NAME
               MOVE "PUT-MANIFEST-LINE" TO ABEND-PARAGRAPH
               MOVE PM-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE SAMPLE-IDX TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

      * ==========================================
      * REPORT-IO-FAILURE
      * Same contract as Comol-1's: the failing site fills the
      * ABEND-DIAG-VARS, the status is classed into the scheduler
      * return codes (8 bad input / 12 environment / 16 storage
      * fault), one line goes to the common abend log, and the run
      * stops.
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
               " COMOL-EXPORT FILE=" DELIMITED BY SIZE
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
           IF XP-ARMED-SW = 1
               PERFORM DISARM-AFTER-FAILURE
           END-IF.
           MOVE ABEND-RC TO RETURN-CODE.
           STOP RUN.
