       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comol-Plan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\          FILE HANDLES          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Night planner. Until now the length of a night was known
      * only afterwards, from Comol-Job's step stamps, and a bad
      * SEQUENCE-RECORD was found by RENDER-SEQUENCE-NOTE's STOP
      * RUN hours into the batch. This program runs first - the
      * manifest's opening step, continue-on-error 0 - and looks
      * at the whole night before anything renders:
      *   - works out what Comol-1 will render tonight by the same
      *     precedence Comol-1 uses (render list, library batch,
      *     single patch) and forecasts samples, output bytes and
      *     render time for every preset from its own sample rate,
      *     bit depth, stereo and chord settings;
      *   - forecasts every other step from its past timings in
      *     Comol-Job's JobHistory.dat;
      *   - checks every record of every sequence file the night
      *     will play against the limits the engine stops on.
      * PlanReport.txt gives the go/no-go verdict against the
      * batch window and the free disk; a no-go ends RC 8 so
      * Comol-Job holds the rest of the chain.
           SELECT JOB-MANIFEST-FILE ASSIGN TO
           "path/to/JobManifest.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JM-MANIFEST-STATUS.
      * Last night's interrupted chain, if any - steps it marked
      * COMPLETE will be skipped by Comol-Job and cost nothing.
           SELECT JOB-STATUS-FILE ASSIGN TO
           "path/to/JobStatus.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JS-STATUS-STATUS.
           SELECT JOB-HISTORY-FILE ASSIGN TO
           "path/to/JobHistory.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JH-HISTORY-STATUS.
      * The night's limits. Optional - see LOAD-PLAN-PARAMS for the
      * defaults a missing file leaves in force.
           SELECT PLAN-PARAM-FILE ASSIGN TO
           "path/to/PlanParams.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PP-FILE-STATUS.
      * Comol-1's own inputs, read the way Comol-1 reads them.
           SELECT RENDER-LIST-FILE ASSIGN TO
           "path/to/RenderList.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.
           SELECT PRESET-LIBRARY-FILE ASSIGN TO
           "path/to/PresetLibrary.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PL-FILE-STATUS.
           SELECT PATCH-FILE ASSIGN TO
           "path/to/Patch1.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PF-FILE-STATUS.
           SELECT CHORD-FILE ASSIGN TO
           "path/to/Chord1.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CH-FILE-STATUS.
      * The incremental batch's snapshot and override, to tell
      * which library presets tonight's batch will carry forward.
           SELECT BATCH-SNAPSHOT-FILE ASSIGN TO
           "path/to/BatchSnapshot.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BS-FILE-STATUS.
           SELECT FULL-REBUILD-FILE ASSIGN TO
           "path/to/FullRebuild.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FR-FILE-STATUS.
      * Every sequence file of the night, one after another, in
      * whichever record layout it holds. ASSIGN TO DYNAMIC so the
      * two handles serve every file.
           SELECT SEQUENCE-FILE ASSIGN TO DYNAMIC SEQ-CHECK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SQ-FILE-STATUS.
           SELECT POLY-SEQUENCE-FILE ASSIGN TO DYNAMIC SEQ-CHECK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SQ-FILE-STATUS.
           SELECT PLAN-REPORT-FILE ASSIGN TO
           "path/to/PlanReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PR-FILE-STATUS.
      * Common abend diagnostics log, shared with every program in
      * this system. See REPORT-IO-FAILURE.
           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO
           "path/to/AbendLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Comol-Job's JOB-MANIFEST-RECORD.
       FD  JOB-MANIFEST-FILE.
       01  JOB-MANIFEST-RECORD.
           05  JM-STEP-NAME        PIC X(12).
           05  JM-COMMAND          PIC X(60).
           05  JM-PARAM-PATH       PIC X(60).
           05  JM-CONT-ON-ERROR    PIC 9(1).

      * Comol-Job's JOB-STATUS-RECORD. JobHistory.dat holds the
      * same layout.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
           05  JS-STEP-NUM         PIC 9(3).
           05  JS-STEP-NAME        PIC X(12).
           05  JS-START-STAMP      PIC X(14).
           05  JS-END-STAMP        PIC X(14).
           05  JS-RETURN-CODE      PIC 9(4).
           05  JS-VERDICT          PIC X(8).

       FD  JOB-HISTORY-FILE.
       01  JOB-HISTORY-RECORD.
           05  JH-STEP-NUM         PIC 9(3).
           05  JH-STEP-NAME        PIC X(12).
           05  JH-START-STAMP      PIC X(14).
           05  JH-END-STAMP        PIC X(14).
           05  JH-RETURN-CODE      PIC 9(4).
           05  JH-VERDICT          PIC X(8).

      * WINDOW-MINUTES is the batch window the chain must finish
      * in; DISK-FREE-MB the space free on the output volume
      * tonight (0 = not given, disk not judged); RENDER-RATE the
      * engine's throughput in voice-samples per second on this
      * machine; DEFAULT-STEP-SEC the time assumed for a step with
      * no history.
       FD  PLAN-PARAM-FILE.
       01  PLAN-PARAM-RECORD.
           05  PP-WINDOW-MINUTES   PIC 9(4).
           05  PP-DISK-FREE-MB     PIC 9(7).
           05  PP-RENDER-RATE      PIC 9(7).
           05  PP-DEFAULT-STEP-SEC PIC 9(5).

      * Comol-1's RENDER-LIST-RECORD.
       FD  RENDER-LIST-FILE.
       01  RENDER-LIST-RECORD.
           05  RL-PRESET-NAME      PIC X(20).
           05  RL-SEQUENCE-PATH    PIC X(60).
           05  RL-POLY-FLAG        PIC 9(1).
           05  RL-OUT-PATH         PIC X(60).
           05  RL-RUN-LOG-PATH     PIC X(60).

      * Comol-1's PRESET-RECORD, the patch held as one image and
      * laid over PLAN-PATCH below.
       FD  PRESET-LIBRARY-FILE.
       01  PRESET-RECORD.
           05  PL-PRESET-NAME      PIC X(20).
           05  PL-PATCH-IMAGE      PIC X(208).

       FD  PATCH-FILE.
       01  PATCH-RECORD            PIC X(208).

       FD  CHORD-FILE.
       01  CHORD-RECORD.
           05  CF-OCTAVE           PIC 9(1).
           05  CF-NOTE             PIC 9(2).

      * Comol-1's BATCH-SNAPSHOT-RECORD.
       FD  BATCH-SNAPSHOT-FILE.
       01  BATCH-SNAPSHOT-RECORD.
           05  BS-PRESET-NAME      PIC X(20).
           05  BS-PATCH-IMAGE      PIC X(208).
           05  BS-SOURCE-PRINT     PIC 9(9).
           05  BS-SHARED-PRINT     PIC 9(9).
           05  BS-OUT-PATH         PIC X(60).
           05  BS-TARGET-FREQ      PIC 9(6)V99.
           05  BS-DURATION-SEC     PIC 9(9)V99.

       FD  FULL-REBUILD-FILE.
       01  FULL-REBUILD-RECORD     PIC X(80).

      * Comol-1's SEQUENCE-RECORD and POLY-SEQUENCE-RECORD.
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05  SQ-OCTAVE           PIC 9(1).
           05  SQ-NOTE             PIC 9(2).
           05  SQ-DURATION-SEC     PIC 9(3)V9(2).
           05  SQ-GAP-SEC          PIC 9(2)V9(2).
           05  SQ-VELOCITY         PIC 9(3).

       FD  POLY-SEQUENCE-FILE.
       01  POLY-SEQUENCE-RECORD.
           05  PQ-START-SEC        PIC 9(5)V9(2).
           05  PQ-OCTAVE           PIC 9(1).
           05  PQ-NOTE             PIC 9(2).
           05  PQ-DURATION-SEC     PIC 9(3)V9(2).
           05  PQ-VELOCITY         PIC 9(3).

       FD  PLAN-REPORT-FILE.
       01  PLAN-REPORT-RECORD      PIC X(160).

      * One free-form text line per I/O failure. See
      * REPORT-IO-FAILURE.
       FD  ABEND-LOG-FILE.
       01  ABEND-LOG-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
       01  PLAN-DATE-TIME      PIC X(21).
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      JOB / FILE CONTROL         /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  PLAN-JOB-CONTROL.
           05  JM-MANIFEST-STATUS  PIC X(2) VALUE "00".
           05  JS-STATUS-STATUS    PIC X(2) VALUE "00".
           05  JH-HISTORY-STATUS   PIC X(2) VALUE "00".
           05  PP-FILE-STATUS      PIC X(2) VALUE "00".
           05  RL-FILE-STATUS      PIC X(2) VALUE "00".
           05  PL-FILE-STATUS      PIC X(2) VALUE "00".
           05  PF-FILE-STATUS      PIC X(2) VALUE "00".
           05  CH-FILE-STATUS      PIC X(2) VALUE "00".
           05  BS-FILE-STATUS      PIC X(2) VALUE "00".
           05  FR-FILE-STATUS      PIC X(2) VALUE "00".
           05  SQ-FILE-STATUS      PIC X(2) VALUE "00".
           05  PR-FILE-STATUS      PIC X(2) VALUE "00".
           05  PLAN-EOF-SWITCH     PIC 9(1) VALUE 0.
           05  PLAN-FOUND-SWITCH   PIC 9(1) VALUE 0.
       01  DYNAMIC-FILE-PATHS.
           05  SEQ-CHECK-PATH      PIC X(60).

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
      * /\      NIGHT LIMITS               /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * The PlanParams.dat values in force, defaults first. The
      * default render rate is deliberately modest - calibrate it
      * from a night's run logs and the history report.
       01  PLAN-LIMITS.
           05  WINDOW-MINUTES      PIC 9(4) VALUE 480.
           05  DISK-FREE-MB        PIC 9(7) VALUE 0.
           05  RENDER-RATE         PIC 9(7) VALUE 100000.
           05  DEFAULT-STEP-SEC    PIC 9(5) VALUE 600.
           05  LIMITS-SOURCE       PIC X(8) VALUE "DEFAULT".

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      STEP TABLE (UP TO 50)      /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * The manifest loaded whole. KIND 1 = a Comol-1 render step,
      * 2 = this planner, 3 = any other program. The last ten
      * completed run times of each step name are kept in a ring
      * (HS-DUR, next slot HS-NEXT) for its history mean. BASIS
      * says what the forecast rests on: MODEL, HISTORY, DEFAULT,
      * RESUMED (already COMPLETE in JobStatus.dat) or PLAN.
       01  STEP-TABLE-VARS    USAGE COMP-5.
           05  STEP-COUNT          PIC 9(3) VALUE 0.
           05  STEP-IDX            PIC 9(3).
           05  STEP-SCAN           PIC 9(3).
           05  HS-IDX              PIC 9(2).
           05  RENDER-STEP-SEEN    PIC 9(1) VALUE 0.
       01  PLAN-STEP-TABLE.
           05  PLAN-STEP OCCURS 50 TIMES.
               10  ST-NAME          PIC X(12).
               10  ST-COMMAND       PIC X(60).
               10  ST-KIND          PIC 9(1).
               10  ST-PRIOR-DONE    PIC 9(1).
               10  ST-BASIS         PIC X(8).
               10  ST-FORECAST-SEC  PIC 9(7) COMP-5.
               10  ST-BYTES         PIC 9(13) COMP-5.
               10  ST-SAMPLES       PIC 9(12) COMP-5.
               10  HS-COUNT         PIC 9(2) COMP-5.
               10  HS-NEXT          PIC 9(2) COMP-5.
               10  HS-RUNS          PIC 9(5) COMP-5.
               10  HS-DUR           PIC 9(7) COMP-5
                                    OCCURS 10 TIMES.
               10  HS-MEAN-SEC      PIC 9(7) COMP-5.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      RENDER JOB TABLE (UP TO 500)/\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One entry per output Comol-1 will be asked for tonight:
      * the preset, which sequence file it plays (SEQ-IDX into
      * SEQ-FILE-TABLE), and the patch settings the forecast needs.
      * RENDER-SW 0 = the incremental batch is expected to carry it
      * forward. PERF-SEC is the performance length the sequence
      * gives this preset, VOICE-SEC the note-seconds it sounds
      * (a poly file's average voice load is VOICE-SEC / PERF-SEC).
       01  RENDER-JOB-VARS    USAGE COMP-5.
           05  JOB-COUNT           PIC 9(3) VALUE 0.
           05  JOB-IDX             PIC 9(3).
           05  JOB-DROP-COUNT      PIC 9(5) VALUE 0.
           05  EXPECTED-JOB-COUNT  PIC 9(3) VALUE 0.
           05  CHORD-VOICE-COUNT   PIC 9(1) VALUE 1.
       01  RENDER-JOB-TABLE.
           05  RENDER-JOB OCCURS 500 TIMES.
               10  RJ-PRESET-NAME   PIC X(20).
               10  RJ-SEQ-IDX       PIC 9(2) COMP-5.
               10  RJ-FIXED-SEC     PIC 9(3)V99 COMP-5.
               10  RJ-SAMPLE-RATE   PIC 9(5) COMP-5.
               10  RJ-CHANNELS      PIC 9(1) COMP-5.
               10  RJ-BYTES-PER     PIC 9(1) COMP-5.
               10  RJ-VOICE-FACTOR  PIC 9(1) COMP-5.
               10  RJ-RENDER-SW     PIC 9(1).
               10  RJ-PERF-SEC      PIC 9(7)V99 COMP-5.
               10  RJ-VOICE-SEC     PIC 9(9)V99 COMP-5.
               10  RJ-SAMPLES       PIC 9(12) COMP-5.
               10  RJ-BYTES         PIC 9(13) COMP-5.
               10  RJ-MODEL-SEC     PIC 9(9)V99 COMP-5.
               10  RJ-LONG-NOTES    PIC 9(5) COMP-5.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      SEQUENCE FILES (UP TO 20)   /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Each distinct sequence file of the night, read once.
       01  SEQ-FILE-VARS      USAGE COMP-5.
           05  SEQ-FILE-COUNT      PIC 9(2) VALUE 0.
           05  SEQ-IDX             PIC 9(2).
           05  SEQ-SCAN            PIC 9(2).
           05  SEQ-RECORD-NUM      PIC 9(7).
           05  BAD-RECORD-COUNT    PIC 9(7) VALUE 0.
           05  MISSING-FILE-COUNT  PIC 9(2) VALUE 0.
           05  BAD-LINE-COUNT      PIC 9(5) VALUE 0.
       01  SEQ-FILE-TABLE.
           05  SEQ-FILE OCCURS 20 TIMES.
               10  SF-PATH          PIC X(60).
               10  SF-POLY-FLAG     PIC 9(1).
               10  SF-RECORDS       PIC 9(7) COMP-5.
               10  SF-BAD-COUNT     PIC 9(7) COMP-5.
               10  SF-EXISTS        PIC 9(1).
      * Where the seq path and poly flag for a new job come from.
       01  SEQ-LOOKUP-VARS.
           05  LOOKUP-PATH         PIC X(60).
           05  LOOKUP-POLY         PIC 9(1).
       01  SEQ-RECORD-WORK    USAGE COMP-5.
           05  PREV-START-SEC      PIC 9(5)V99.
           05  NOTE-SEC            PIC 9(5)V99.
           05  NOTE-END-SEC        PIC 9(7)V99.
           05  SUSTAIN-NEED-SEC    PIC 9(5)V99.
       01  BAD-REASON              PIC X(50).
       78  BAD-LINE-LIMIT          VALUE 500.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      RENDER MODE                 /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * The mode Comol-1 will pick tonight: 1 = render list,
      * 2 = library batch, 3 = single patch. POLY-NIGHT is set by a
      * non-empty PolySequence1.dat, as in Comol-1.
       01  RENDER-MODE-VARS.
           05  RENDER-MODE         PIC 9(1) VALUE 3.
           05  POLY-NIGHT          PIC 9(1) VALUE 0.
           05  FULL-REBUILD-SW     PIC 9(1) VALUE 0.
           05  SNAPSHOT-SW         PIC 9(1) VALUE 0.
           05  RENDER-MODE-NAME    PIC X(20).
       01  SNAPSHOT-VARS      USAGE COMP-5.
           05  SNAP-COUNT          PIC 9(3) VALUE 0.
           05  SNAP-IDX            PIC 9(3).
       01  SNAPSHOT-TABLE.
           05  SNAP-ENTRY OCCURS 500 TIMES.
               10  SN-PRESET-NAME   PIC X(20).
               10  SN-PATCH-IMAGE   PIC X(208).

      * Comol-1's PATCH-RECORD layout, for reading a library or
      * Patch1.dat image field by field.
       01  PLAN-PATCH.
           05  PI-WAVE-SOURCE      PIC 9(1).
           05  PI-OCTAVE           PIC 9(1).
           05  PI-NOTE             PIC 9(2).
           05  PI-OPERATION-MODE   PIC 9(1).
           05  PI-BIAS-INTENSITY   PIC 9(3).
           05  PI-DRIVE-IN         PIC 9(3).
           05  PI-DRIFT-IN         PIC 9(3).
           05  PI-CRUSH-IN         PIC 9(4).
           05  PI-FILTER-TYPE      PIC X(1).
           05  PI-KNOB-POSITION    PIC 9(3)V9(2).
           05  PI-Q-KNOB-POSITION  PIC 9(3).
           05  PI-L1               PIC 9(3).
           05  PI-L2               PIC 9(3).
           05  PI-L3               PIC 9(3).
           05  PI-T1               PIC 9(2)V9(2).
           05  PI-T2               PIC 9(2)V9(2).
           05  PI-T3               PIC 9(2)V9(2).
           05  PI-T-SUSTAIN        PIC 9(2)V9(2).
           05  PI-T4               PIC 9(2)V9(2).
           05  PI-CUT-L1           PIC S9(3).
           05  PI-CUT-L2           PIC S9(3).
           05  PI-CUT-L3           PIC S9(3).
           05  PI-CUT-T1           PIC 9(2)V9(2).
           05  PI-CUT-T2           PIC 9(2)V9(2).
           05  PI-CUT-T3           PIC 9(2)V9(2).
           05  PI-CUT-T-SUSTAIN    PIC 9(2)V9(2).
           05  PI-CUT-T4           PIC 9(2)V9(2).
           05  PI-TVF-DEPTH        PIC S9(3)V9(2).
           05  PI-LFO1-WAVEFORM    PIC 9(1).
           05  PI-LFO1-RATE-HZ     PIC 9(3)V9(2).
           05  PI-LFO1-DELAY-SEC   PIC 9(3)V9(2).
           05  PI-LFO1-FADE-SEC    PIC S9(3).
           05  PI-LFO1-OFFSET      PIC S9(3).
           05  PI-LFO1-KEY-TRIG    PIC 9(1).
           05  PI-LFO1-TVA-DEPTH   PIC S9(3).
           05  PI-LFO1-TVF-DEPTH   PIC S9(3).
           05  PI-LFO1-PTCH-DPTH   PIC S9(3).
           05  PI-LFO1-PHASE-OFFS  PIC 9(3).
           05  PI-LFO1-FM-DEPTH    PIC S9(3).
           05  PI-LFO2-WAVEFORM    PIC 9(1).
           05  PI-LFO2-RATE-HZ     PIC 9(3)V9(2).
           05  PI-LFO2-DELAY-SEC   PIC 9(3)V9(2).
           05  PI-LFO2-FADE-SEC    PIC S9(3).
           05  PI-LFO2-OFFSET      PIC S9(3).
           05  PI-LFO2-KEY-TRIG    PIC 9(1).
           05  PI-LFO2-TVA-DEPTH   PIC S9(3).
           05  PI-LFO2-TVF-DEPTH   PIC S9(3).
           05  PI-LFO2-PTCH-DPTH   PIC S9(3).
           05  PI-LFO2-PHASE-OFFS  PIC 9(3).
           05  PI-STEREO-MODE      PIC 9(1).
           05  PI-STEREO-DETUNE    PIC S9(3).
           05  PI-CHORD-MODE       PIC 9(1).
           05  PI-SHELF-GAIN-DB    PIC S9(2).
           05  PI-SHELF-HIGH       PIC 9(1).
           05  PI-GLIDE-MODE       PIC 9(1).
           05  PI-GLIDE-TIME-SEC   PIC 9(2)V9(2).
           05  PI-LEGATO-MODE      PIC 9(1).
           05  PI-MORPH-AMOUNT     PIC 9(3).
           05  PI-MORPH-ENV-DEPTH  PIC S9(3).
           05  PI-LFO1-MORPH-DPTH  PIC S9(3).
           05  PI-LFO2-MORPH-DPTH  PIC S9(3).
           05  PI-SAMPLE-RATE      PIC 9(5).
           05  PI-BIT-DEPTH        PIC 9(2).
           05  PI-VELO-SENS        PIC 9(3).
           05  PI-VELO-CUT-SENS    PIC 9(3).
           05  PI-OSC2-SOURCE      PIC 9(1).
           05  PI-OSC2-COARSE      PIC S9(2).
           05  PI-OSC2-FINE        PIC S9(3).
           05  PI-OSC2-LEVEL       PIC 9(3).
           05  PI-OSC2-MODE        PIC 9(1).
           05  PI-LFO1-OSC2-DPTH   PIC S9(3).
           05  PI-LFO2-OSC2-DPTH   PIC S9(3).
       01  JOB-PRESET-NAME         PIC X(20).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      FORECAST TOTALS             /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Expected = what tonight should actually do; UPPER = the
      * render step if every library preset renders (a changed
      * shared file or wavetable, or a full rebuild, does that).
       01  FORECAST-VARS      USAGE COMP-5.
           05  MODEL-SEC-TOTAL     PIC 9(9)V99 VALUE 0.
           05  UPPER-SEC-TOTAL     PIC 9(9)V99 VALUE 0.
           05  MODEL-BYTES-TOTAL   PIC 9(13) VALUE 0.
           05  UPPER-BYTES-TOTAL   PIC 9(13) VALUE 0.
           05  MODEL-SAMPLES-TOTAL PIC 9(12) VALUE 0.
           05  NIGHT-SEC-TOTAL     PIC 9(9) VALUE 0.
           05  NIGHT-UPPER-SEC     PIC 9(9) VALUE 0.
           05  NIGHT-BYTES-TOTAL   PIC 9(13) VALUE 0.
           05  NIGHT-MB-TOTAL      PIC 9(9) VALUE 0.
           05  WINDOW-SEC          PIC 9(9) VALUE 0.
           05  VOICE-LOAD          PIC 9(3)V99.
           05  ELAPSED-SEC         PIC S9(9).
           05  HIST-SUM            PIC 9(9).
       01  VERDICT-VARS.
           05  NO-GO-SW            PIC 9(1) VALUE 0.
           05  TIME-FAIL-SW        PIC 9(1) VALUE 0.
           05  DISK-FAIL-SW        PIC 9(1) VALUE 0.

      * Stamp arithmetic: YYYYMMDDHHMMSS to seconds.
       01  STAMP-WORK          PIC X(14).
       01  STAMP-PARTS REDEFINES STAMP-WORK.
           05  STAMP-DATE          PIC 9(8).
           05  STAMP-HH            PIC 9(2).
           05  STAMP-MM            PIC 9(2).
           05  STAMP-SS            PIC 9(2).
       01  STAMP-SECONDS       PIC S9(12) COMP-5.
       01  START-SECONDS       PIC S9(12) COMP-5.

      * Work fields for the report lines.
       01  PLAN-REPORT-VARS.
           05  PRP-PTR             PIC 9(3).
           05  PRP-STEP            PIC ZZ9.
           05  PRP-COUNT           PIC Z(6)9.
           05  PRP-RECNUM          PIC Z(6)9.
           05  PRP-SAMPLES         PIC Z(11)9.
           05  PRP-BYTES           PIC Z(12)9.
           05  PRP-MB              PIC Z(8)9.
           05  PRP-SEC-IN          PIC 9(9).
           05  PRP-HMS             PIC X(10).
           05  PRP-HH              PIC 9(4).
           05  PRP-MM              PIC 9(2).
           05  PRP-SS              PIC 9(2).
           05  PRP-VALUE           PIC ZZZ9.
           05  PRP-LOAD            PIC Z9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "COMOL-PLAN  NIGHTLY CAPACITY FORECAST".
           OPEN OUTPUT PLAN-REPORT-FILE.
           IF PR-FILE-STATUS NOT = "00"
               MOVE "PLAN-REPORT-FILE" TO ABEND-FILE-NAME
               MOVE "MAIN-LOGIC" TO ABEND-PARAGRAPH
               MOVE PR-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM LOAD-PLAN-PARAMS.
           PERFORM LOAD-JOB-MANIFEST.
           PERFORM LOAD-PRIOR-STATUS.
           PERFORM LOAD-STEP-HISTORY.

           PERFORM DETERMINE-RENDER-MODE.
           PERFORM LOAD-CHORD-COUNT.
           EVALUATE RENDER-MODE
               WHEN 1
                   PERFORM LOAD-RENDER-LIST-JOBS
               WHEN 2
                   PERFORM LOAD-BATCH-SNAPSHOT
                   PERFORM LOAD-LIBRARY-JOBS
               WHEN OTHER
                   PERFORM LOAD-SINGLE-PATCH-JOB
           END-EVALUATE.
           PERFORM WRITE-RENDER-MODE-LINES.

           PERFORM CHECK-ALL-SEQUENCE-FILES.
           PERFORM FORECAST-RENDER-JOBS.
           PERFORM FORECAST-STEPS.
           PERFORM WRITE-VERDICT.
           CLOSE PLAN-REPORT-FILE.

           IF NO-GO-SW = 1
               DISPLAY "NO-GO - the night should be held. See "
                   "PlanReport.txt."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "GO - forecast fits the batch window. See "
                   "PlanReport.txt."
           END-IF.
           STOP RUN.

      * ==========================================
      * LOAD-PLAN-PARAMS
      * One PLAN-PARAM-RECORD. A missing file, or a zero in any
      * field but DISK-FREE-MB, leaves that limit at its default.
      * ==========================================
       LOAD-PLAN-PARAMS.
           OPEN INPUT PLAN-PARAM-FILE.
           IF PP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PLAN-PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "PARAMS" TO LIMITS-SOURCE
                   IF PP-WINDOW-MINUTES > 0
                       MOVE PP-WINDOW-MINUTES TO WINDOW-MINUTES
                   END-IF
                   MOVE PP-DISK-FREE-MB TO DISK-FREE-MB
                   IF PP-RENDER-RATE > 0
                       MOVE PP-RENDER-RATE TO RENDER-RATE
                   END-IF
                   IF PP-DEFAULT-STEP-SEC > 0
                       MOVE PP-DEFAULT-STEP-SEC TO DEFAULT-STEP-SEC
                   END-IF
           END-READ.
           CLOSE PLAN-PARAM-FILE.

      * ==========================================
      * LOAD-JOB-MANIFEST
      * The night's steps. No manifest means no night to plan -
      * that is a no-go in itself.
      * ==========================================
       LOAD-JOB-MANIFEST.
           OPEN INPUT JOB-MANIFEST-FILE.
           IF JM-MANIFEST-STATUS NOT = "00"
               MOVE "NO-GO: JobManifest.dat cannot be opened - "
                   & "nothing to plan." TO PLAN-REPORT-RECORD
               PERFORM PUT-PLAN-REPORT-LINE
               CLOSE PLAN-REPORT-FILE
               DISPLAY "PLAN ERROR: cannot open JobManifest.dat "
                   "(status " JM-MANIFEST-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO PLAN-EOF-SWITCH.
           PERFORM UNTIL PLAN-EOF-SWITCH = 1
               READ JOB-MANIFEST-FILE
                   AT END
                       MOVE 1 TO PLAN-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-MANIFEST-STEP
               END-READ
           END-PERFORM.
           CLOSE JOB-MANIFEST-FILE.

       LOAD-ONE-MANIFEST-STEP.
           IF STEP-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO STEP-COUNT.
           MOVE JM-STEP-NAME TO ST-NAME(STEP-COUNT).
           MOVE JM-COMMAND TO ST-COMMAND(STEP-COUNT).
           MOVE 0 TO ST-PRIOR-DONE(STEP-COUNT).
           MOVE SPACES TO ST-BASIS(STEP-COUNT).
           MOVE 0 TO ST-FORECAST-SEC(STEP-COUNT).
           MOVE 0 TO ST-BYTES(STEP-COUNT).
           MOVE 0 TO ST-SAMPLES(STEP-COUNT).
           MOVE 0 TO HS-COUNT(STEP-COUNT).
           MOVE 1 TO HS-NEXT(STEP-COUNT).
           MOVE 0 TO HS-RUNS(STEP-COUNT).
           MOVE 0 TO HS-MEAN-SEC(STEP-COUNT).
           MOVE 0 TO STEP-SCAN.
           INSPECT JM-COMMAND TALLYING STEP-SCAN FOR ALL "Comol-Plan".
           IF STEP-SCAN > 0
               MOVE 2 TO ST-KIND(STEP-COUNT)
               EXIT PARAGRAPH
           END-IF.
           INSPECT JM-COMMAND TALLYING STEP-SCAN FOR ALL "Comol-1".
           IF STEP-SCAN > 0
               MOVE 1 TO ST-KIND(STEP-COUNT)
           ELSE
               MOVE 3 TO ST-KIND(STEP-COUNT)
           END-IF.

      * Steps an interrupted night already finished - matched by
      * number and name, as Comol-Job matches them.
       LOAD-PRIOR-STATUS.
           OPEN INPUT JOB-STATUS-FILE.
           IF JS-STATUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PLAN-EOF-SWITCH.
           PERFORM UNTIL PLAN-EOF-SWITCH = 1
               READ JOB-STATUS-FILE
                   AT END
                       MOVE 1 TO PLAN-EOF-SWITCH
                   NOT AT END
                       IF JS-STEP-NUM >= 1
                           AND JS-STEP-NUM <= STEP-COUNT
                           AND JS-VERDICT = "COMPLETE"
                           AND JS-STEP-NAME = ST-NAME(JS-STEP-NUM)
                           MOVE 1 TO ST-PRIOR-DONE(JS-STEP-NUM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-STATUS-FILE.

      * ==========================================
      * LOAD-STEP-HISTORY
      * Every COMPLETE run in JobHistory.dat, credited to the
      * manifest step of the same name. Only the last ten runs of a
      * step count toward its mean, so the forecast follows the
      * library as it grows.
      * ==========================================
       LOAD-STEP-HISTORY.
           OPEN INPUT JOB-HISTORY-FILE.
           IF JH-HISTORY-STATUS NOT = "00"
               MOVE "NO JobHistory.dat - steps without a model use "
                   & "DEFAULT-STEP-SEC" TO PLAN-REPORT-RECORD
               PERFORM PUT-PLAN-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PLAN-EOF-SWITCH.
           PERFORM UNTIL PLAN-EOF-SWITCH = 1
               READ JOB-HISTORY-FILE
                   AT END
                       MOVE 1 TO PLAN-EOF-SWITCH
                   NOT AT END
                       IF JH-VERDICT = "COMPLETE"
                           PERFORM STORE-ONE-HISTORY-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-HISTORY-FILE.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               IF HS-COUNT(STEP-IDX) > 0
                   MOVE 0 TO HIST-SUM
                   PERFORM VARYING HS-IDX FROM 1 BY 1
                       UNTIL HS-IDX > HS-COUNT(STEP-IDX)
                       ADD HS-DUR(STEP-IDX, HS-IDX) TO HIST-SUM
                   END-PERFORM
                   COMPUTE HS-MEAN-SEC(STEP-IDX) ROUNDED =
                       HIST-SUM / HS-COUNT(STEP-IDX)
               END-IF
           END-PERFORM.

       STORE-ONE-HISTORY-RUN.
           MOVE JH-START-STAMP TO STAMP-WORK.
           PERFORM STAMP-TO-SECONDS.
           MOVE STAMP-SECONDS TO START-SECONDS.
           MOVE JH-END-STAMP TO STAMP-WORK.
           PERFORM STAMP-TO-SECONDS.
           COMPUTE ELAPSED-SEC = STAMP-SECONDS - START-SECONDS.
           IF ELAPSED-SEC < 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               IF ST-NAME(STEP-IDX) = JH-STEP-NAME
                   ADD 1 TO HS-RUNS(STEP-IDX)
                   MOVE ELAPSED-SEC
                       TO HS-DUR(STEP-IDX, HS-NEXT(STEP-IDX))
                   IF HS-COUNT(STEP-IDX) < 10
                       ADD 1 TO HS-COUNT(STEP-IDX)
                   END-IF
                   ADD 1 TO HS-NEXT(STEP-IDX)
                   IF HS-NEXT(STEP-IDX) > 10
                       MOVE 1 TO HS-NEXT(STEP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * STAMP-WORK (YYYYMMDDHHMMSS) to seconds since the calendar
      * epoch. A stamp that is not a valid date counts as zero.
       STAMP-TO-SECONDS.
           MOVE 0 TO STAMP-SECONDS.
           IF STAMP-WORK NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(STAMP-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 86400
               + STAMP-HH * 3600 + STAMP-MM * 60 + STAMP-SS.

      * ==========================================
      * DETERMINE-RENDER-MODE
      * Comol-1's own precedence: a non-empty RenderList.dat, then
      * a non-empty PresetLibrary.dat, then Patch1.dat alone. A
      * non-empty PolySequence1.dat makes the batch and the single
      * patch play it instead of Sequence1.dat.
      * ==========================================
       DETERMINE-RENDER-MODE.
           MOVE 3 TO RENDER-MODE.
           MOVE "SINGLE PATCH" TO RENDER-MODE-NAME.
           OPEN INPUT PRESET-LIBRARY-FILE.
           IF PL-FILE-STATUS = "00"
               READ PRESET-LIBRARY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 2 TO RENDER-MODE
                       MOVE "LIBRARY BATCH" TO RENDER-MODE-NAME
               END-READ
               CLOSE PRESET-LIBRARY-FILE
           END-IF.
           OPEN INPUT RENDER-LIST-FILE.
           IF RL-FILE-STATUS = "00"
               READ RENDER-LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO RENDER-MODE
                       MOVE "RENDER LIST" TO RENDER-MODE-NAME
               END-READ
               CLOSE RENDER-LIST-FILE
           END-IF.
           MOVE 0 TO POLY-NIGHT.
           MOVE "path/to/PolySequence1.dat" TO SEQ-CHECK-PATH.
           OPEN INPUT POLY-SEQUENCE-FILE.
           IF SQ-FILE-STATUS = "00"
               READ POLY-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO POLY-NIGHT
               END-READ
               CLOSE POLY-SEQUENCE-FILE
           END-IF.
           MOVE 0 TO FULL-REBUILD-SW.
           OPEN INPUT FULL-REBUILD-FILE.
           IF FR-FILE-STATUS = "00"
               READ FULL-REBUILD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO FULL-REBUILD-SW
               END-READ
               CLOSE FULL-REBUILD-FILE
           END-IF.

      * Chord-mode presets render one voice per Chord1.dat record.
       LOAD-CHORD-COUNT.
           MOVE 0 TO CHORD-VOICE-COUNT.
           OPEN INPUT CHORD-FILE.
           IF CH-FILE-STATUS = "00"
               MOVE 0 TO PLAN-EOF-SWITCH
               PERFORM UNTIL PLAN-EOF-SWITCH = 1
                   READ CHORD-FILE
                       AT END
                           MOVE 1 TO PLAN-EOF-SWITCH
                       NOT AT END
                           IF CHORD-VOICE-COUNT < 6
                               ADD 1 TO CHORD-VOICE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHORD-FILE
           END-IF.
           IF CHORD-VOICE-COUNT = 0
               MOVE 1 TO CHORD-VOICE-COUNT
           END-IF.

      * ==========================================
      * LOAD-RENDER-LIST-JOBS / LOAD-LIBRARY-JOBS /
      * LOAD-SINGLE-PATCH-JOB
      * One RENDER-JOB per output. A render-list part names its
      * own sequence file; the batch and the single patch all play
      * the night's one sequence file.
      * ==========================================
       LOAD-RENDER-LIST-JOBS.
           OPEN INPUT RENDER-LIST-FILE.
           MOVE 0 TO PLAN-EOF-SWITCH.
           PERFORM UNTIL PLAN-EOF-SWITCH = 1
               READ RENDER-LIST-FILE
                   AT END
                       MOVE 1 TO PLAN-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-LIST-JOB
               END-READ
           END-PERFORM.
           CLOSE RENDER-LIST-FILE.

       LOAD-ONE-LIST-JOB.
      * The part's preset, looked up the way Comol-1 looks it up.
           MOVE 0 TO PLAN-FOUND-SWITCH.
           OPEN INPUT PRESET-LIBRARY-FILE.
           IF PL-FILE-STATUS = "00"
               PERFORM UNTIL PLAN-FOUND-SWITCH = 1
                   OR PL-FILE-STATUS NOT = "00"
                   READ PRESET-LIBRARY-FILE
                       AT END
                           MOVE "10" TO PL-FILE-STATUS
                       NOT AT END
                           IF PL-PRESET-NAME = RL-PRESET-NAME
                               MOVE 1 TO PLAN-FOUND-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESET-LIBRARY-FILE
           END-IF.
           IF PLAN-FOUND-SWITCH = 0
               MOVE SPACES TO PLAN-REPORT-RECORD
               MOVE 1 TO PRP-PTR
               STRING "  RENDER LIST PRESET NOT IN LIBRARY: "
                   DELIMITED BY SIZE
                   RL-PRESET-NAME DELIMITED BY SPACE
                   " - Comol-1 will fail this part"
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               PERFORM PUT-PLAN-REPORT-LINE
               MOVE 1 TO NO-GO-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE PL-PATCH-IMAGE TO PLAN-PATCH.
           MOVE RL-PRESET-NAME TO JOB-PRESET-NAME.
           MOVE RL-SEQUENCE-PATH TO LOOKUP-PATH.
           MOVE RL-POLY-FLAG TO LOOKUP-POLY.
           PERFORM ADD-RENDER-JOB.

       LOAD-LIBRARY-JOBS.
           PERFORM SET-NIGHT-SEQUENCE.
           OPEN INPUT PRESET-LIBRARY-FILE.
           MOVE 0 TO PLAN-EOF-SWITCH.
           PERFORM UNTIL PLAN-EOF-SWITCH = 1
               READ PRESET-LIBRARY-FILE
                   AT END
                       MOVE 1 TO PLAN-EOF-SWITCH
                   NOT AT END
                       MOVE PL-PATCH-IMAGE TO PLAN-PATCH
                       MOVE PL-PRESET-NAME TO JOB-PRESET-NAME
                       PERFORM ADD-RENDER-JOB
               END-READ
           END-PERFORM.
           CLOSE PRESET-LIBRARY-FILE.

       LOAD-SINGLE-PATCH-JOB.
           PERFORM SET-NIGHT-SEQUENCE.
           OPEN INPUT PATCH-FILE.
           IF PF-FILE-STATUS NOT = "00"
               MOVE "  Patch1.dat cannot be opened - Comol-1 will "
                   & "fail the render" TO PLAN-REPORT-RECORD
               PERFORM PUT-PLAN-REPORT-LINE
               MOVE 1 TO NO-GO-SW
               EXIT PARAGRAPH
           END-IF.
           READ PATCH-FILE
               AT END
                   MOVE "  Patch1.dat is empty - Comol-1 will fail "
                       & "the render" TO PLAN-REPORT-RECORD
                   PERFORM PUT-PLAN-REPORT-LINE
                   MOVE 1 TO NO-GO-SW
               NOT AT END
                   MOVE PATCH-RECORD TO PLAN-PATCH
                   MOVE "Patch1.dat" TO JOB-PRESET-NAME
                   PERFORM ADD-RENDER-JOB
           END-READ.
           CLOSE PATCH-FILE.

       SET-NIGHT-SEQUENCE.
           IF POLY-NIGHT = 1
               MOVE "path/to/PolySequence1.dat" TO LOOKUP-PATH
               MOVE 1 TO LOOKUP-POLY
           ELSE
               MOVE "path/to/Sequence1.dat" TO LOOKUP-PATH
               MOVE 0 TO LOOKUP-POLY
           END-IF.

      * The snapshot the incremental batch will compare against.
       LOAD-BATCH-SNAPSHOT.
           MOVE 0 TO SNAP-COUNT.
           MOVE 0 TO SNAPSHOT-SW.
           OPEN INPUT BATCH-SNAPSHOT-FILE.
           IF BS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SNAPSHOT-SW.
           MOVE 0 TO PLAN-EOF-SWITCH.
           PERFORM UNTIL PLAN-EOF-SWITCH = 1
               READ BATCH-SNAPSHOT-FILE
                   AT END
                       MOVE 1 TO PLAN-EOF-SWITCH
                   NOT AT END
                       IF SNAP-COUNT < 500
                           ADD 1 TO SNAP-COUNT
                           MOVE BS-PRESET-NAME
                               TO SN-PRESET-NAME(SNAP-COUNT)
                           MOVE BS-PATCH-IMAGE
                               TO SN-PATCH-IMAGE(SNAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-SNAPSHOT-FILE.

      * ==========================================
      * ADD-RENDER-JOB
      * One entry from PLAN-PATCH, JOB-PRESET-NAME and the
      * LOOKUP-* sequence file. The voice factor is the work per
      * output sample relative to one mono voice: two for stereo,
      * one per chord voice for chord mode, two when the second
      * oscillator layer is on (Comol-1 refuses it alongside
      * stereo or chord mode). A library preset whose
      * image matches the batch snapshot is expected to be carried
      * forward, unless a full rebuild has been asked for.
      * ==========================================
       ADD-RENDER-JOB.
           IF JOB-COUNT >= 500
               ADD 1 TO JOB-DROP-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SEQ-FILE.
           ADD 1 TO JOB-COUNT.
           MOVE JOB-PRESET-NAME TO RJ-PRESET-NAME(JOB-COUNT).
           MOVE SEQ-IDX TO RJ-SEQ-IDX(JOB-COUNT).
           COMPUTE RJ-FIXED-SEC(JOB-COUNT) =
               PI-T1 + PI-T2 + PI-T3 + PI-T4.
           MOVE PI-SAMPLE-RATE TO RJ-SAMPLE-RATE(JOB-COUNT).
           IF PI-SAMPLE-RATE = 0
               MOVE 44100 TO RJ-SAMPLE-RATE(JOB-COUNT)
           END-IF.
           IF PI-STEREO-MODE = 1
               MOVE 2 TO RJ-CHANNELS(JOB-COUNT)
           ELSE
               MOVE 1 TO RJ-CHANNELS(JOB-COUNT)
           END-IF.
           IF PI-BIT-DEPTH = 24
               MOVE 3 TO RJ-BYTES-PER(JOB-COUNT)
           ELSE
               MOVE 2 TO RJ-BYTES-PER(JOB-COUNT)
           END-IF.
           MOVE RJ-CHANNELS(JOB-COUNT) TO RJ-VOICE-FACTOR(JOB-COUNT).
           IF PI-CHORD-MODE = 1
               MOVE CHORD-VOICE-COUNT TO RJ-VOICE-FACTOR(JOB-COUNT)
           END-IF.
           IF PI-OSC2-SOURCE > 0
               MOVE 2 TO RJ-VOICE-FACTOR(JOB-COUNT)
           END-IF.
           MOVE 0 TO RJ-PERF-SEC(JOB-COUNT).
           MOVE 0 TO RJ-VOICE-SEC(JOB-COUNT).
           MOVE 0 TO RJ-LONG-NOTES(JOB-COUNT).
           MOVE 1 TO RJ-RENDER-SW(JOB-COUNT).
           IF RENDER-MODE = 2 AND SNAPSHOT-SW = 1
               AND FULL-REBUILD-SW = 0
               PERFORM VARYING SNAP-IDX FROM 1 BY 1
                   UNTIL SNAP-IDX > SNAP-COUNT
                   IF SN-PRESET-NAME(SNAP-IDX) = JOB-PRESET-NAME
                       IF SN-PATCH-IMAGE(SNAP-IDX) = PLAN-PATCH
                           MOVE 0 TO RJ-RENDER-SW(JOB-COUNT)
                       END-IF
                       MOVE SNAP-COUNT TO SNAP-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF RJ-RENDER-SW(JOB-COUNT) = 1
               ADD 1 TO EXPECTED-JOB-COUNT
           END-IF.

      * Points SEQ-IDX at LOOKUP-PATH's SEQ-FILE entry, adding it.
       FIND-SEQ-FILE.
           MOVE 0 TO SEQ-IDX.
           PERFORM VARYING SEQ-SCAN FROM 1 BY 1
               UNTIL SEQ-SCAN > SEQ-FILE-COUNT
               IF SF-PATH(SEQ-SCAN) = LOOKUP-PATH
                   AND SF-POLY-FLAG(SEQ-SCAN) = LOOKUP-POLY
                   MOVE SEQ-SCAN TO SEQ-IDX
                   MOVE SEQ-FILE-COUNT TO SEQ-SCAN
               END-IF
           END-PERFORM.
           IF SEQ-IDX > 0
               EXIT PARAGRAPH
           END-IF.
           IF SEQ-FILE-COUNT < 20
               ADD 1 TO SEQ-FILE-COUNT
           END-IF.
           MOVE SEQ-FILE-COUNT TO SEQ-IDX.
           MOVE LOOKUP-PATH TO SF-PATH(SEQ-IDX).
           MOVE LOOKUP-POLY TO SF-POLY-FLAG(SEQ-IDX).
           MOVE 0 TO SF-RECORDS(SEQ-IDX).
           MOVE 0 TO SF-BAD-COUNT(SEQ-IDX).
           MOVE 0 TO SF-EXISTS(SEQ-IDX).

       WRITE-RENDER-MODE-LINES.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           STRING "COMOL-1 RENDER MODE=" DELIMITED BY SIZE
               RENDER-MODE-NAME DELIMITED BY "  "
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           MOVE JOB-COUNT TO PRP-COUNT.
           STRING "  OUTPUTS=" DELIMITED BY SIZE
               PRP-COUNT DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           MOVE EXPECTED-JOB-COUNT TO PRP-COUNT.
           STRING "  EXPECTED TO RENDER=" DELIMITED BY SIZE
               PRP-COUNT DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           IF POLY-NIGHT = 1 AND RENDER-MODE NOT = 1
               STRING "  POLY SEQUENCE" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           IF RENDER-MODE = 2 AND FULL-REBUILD-SW = 1
               STRING "  FULL REBUILD REQUESTED" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           IF RENDER-MODE = 2 AND SNAPSHOT-SW = 0
               STRING "  NO BATCH SNAPSHOT" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           PERFORM PUT-PLAN-REPORT-LINE.
           IF JOB-DROP-COUNT > 0
               MOVE SPACES TO PLAN-REPORT-RECORD
               MOVE 1 TO PRP-PTR
               MOVE JOB-DROP-COUNT TO PRP-COUNT
               STRING "  WARNING: " DELIMITED BY SIZE
                   PRP-COUNT DELIMITED BY SIZE
                   " OUTPUT(S) BEYOND 500 NOT FORECAST"
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               PERFORM PUT-PLAN-REPORT-LINE
           END-IF.

      * ==========================================
      * CHECK-ALL-SEQUENCE-FILES
      * Reads every sequence file of the night once, checking each
      * record against the limits RENDER-SEQUENCE-NOTE and
      * START-POLY-VOICE stop the run on, and accumulating each
      * render job's performance length as it goes. Every bad
      * record is listed with its file and record number.
      * ==========================================
       CHECK-ALL-SEQUENCE-FILES.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           PERFORM PUT-PLAN-REPORT-LINE.
           MOVE "SEQUENCE PRE-CHECK" TO PLAN-REPORT-RECORD.
           PERFORM PUT-PLAN-REPORT-LINE.
           PERFORM VARYING SEQ-IDX FROM 1 BY 1
               UNTIL SEQ-IDX > SEQ-FILE-COUNT
               IF SF-POLY-FLAG(SEQ-IDX) = 1
                   PERFORM CHECK-POLY-SEQUENCE-FILE
               ELSE
                   PERFORM CHECK-MONO-SEQUENCE-FILE
               END-IF
               PERFORM WRITE-SEQ-FILE-LINE
           END-PERFORM.
           IF BAD-LINE-COUNT > BAD-LINE-LIMIT
               MOVE SPACES TO PLAN-REPORT-RECORD
               MOVE 1 TO PRP-PTR
               COMPUTE PRP-COUNT = BAD-LINE-COUNT - BAD-LINE-LIMIT
               STRING "  ... " DELIMITED BY SIZE
                   PRP-COUNT DELIMITED BY SIZE
                   " FURTHER PROBLEM LINE(S) NOT LISTED"
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               PERFORM PUT-PLAN-REPORT-LINE
           END-IF.

       CHECK-MONO-SEQUENCE-FILE.
           MOVE SF-PATH(SEQ-IDX) TO SEQ-CHECK-PATH.
           OPEN INPUT SEQUENCE-FILE.
           IF SQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SF-EXISTS(SEQ-IDX).
           MOVE 0 TO SEQ-RECORD-NUM.
           MOVE 0 TO PLAN-EOF-SWITCH.
           PERFORM UNTIL PLAN-EOF-SWITCH = 1
               READ SEQUENCE-FILE
                   AT END
                       MOVE 1 TO PLAN-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO SEQ-RECORD-NUM
                       PERFORM CHECK-ONE-MONO-RECORD
               END-READ
               IF SQ-FILE-STATUS NOT = "00"
                   AND SQ-FILE-STATUS NOT = "10"
                   MOVE "SEQUENCE-FILE" TO ABEND-FILE-NAME
                   MOVE "CHECK-MONO-SEQUENCE-FILE" TO ABEND-PARAGRAPH
                   MOVE SQ-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE SEQ-RECORD-NUM TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
           END-PERFORM.
           CLOSE SEQUENCE-FILE.
           MOVE SEQ-RECORD-NUM TO SF-RECORDS(SEQ-IDX).

       CHECK-ONE-MONO-RECORD.
           IF SQ-OCTAVE NOT NUMERIC OR SQ-NOTE NOT NUMERIC
               OR SQ-DURATION-SEC NOT NUMERIC
               OR SQ-GAP-SEC NOT NUMERIC
               OR SQ-VELOCITY NOT NUMERIC
               MOVE "RECORD NOT NUMERIC" TO BAD-REASON
               PERFORM WRITE-BAD-RECORD-LINE
               EXIT PARAGRAPH
           END-IF.
           IF SQ-OCTAVE > 6
               MOVE SPACES TO BAD-REASON
               STRING "SQ-OCTAVE " SQ-OCTAVE
                   " OUT OF RANGE (0-6)" DELIMITED BY SIZE
                   INTO BAD-REASON
               PERFORM WRITE-BAD-RECORD-LINE
           END-IF.
           IF SQ-NOTE > 11
               MOVE SPACES TO BAD-REASON
               STRING "SQ-NOTE " SQ-NOTE
                   " OUT OF RANGE (0-11)" DELIMITED BY SIZE
                   INTO BAD-REASON
               PERFORM WRITE-BAD-RECORD-LINE
           END-IF.
           IF SQ-VELOCITY > 127
               MOVE SPACES TO BAD-REASON
               STRING "SQ-VELOCITY " SQ-VELOCITY
                   " OUT OF RANGE (0-127)" DELIMITED BY SIZE
                   INTO BAD-REASON
               PERFORM WRITE-BAD-RECORD-LINE
           END-IF.
      * Each job on this file: the note plays for its duration or
      * the preset's fixed T1-T4 total, whichever is longer, then
      * its gap; a duration needing more than 99.99 s of sustain
      * stops the render.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
               IF RJ-SEQ-IDX(JOB-IDX) = SEQ-IDX
                   MOVE SQ-DURATION-SEC TO NOTE-SEC
                   IF NOTE-SEC < RJ-FIXED-SEC(JOB-IDX)
                       MOVE RJ-FIXED-SEC(JOB-IDX) TO NOTE-SEC
                   END-IF
                   ADD NOTE-SEC TO RJ-VOICE-SEC(JOB-IDX)
                   COMPUTE RJ-PERF-SEC(JOB-IDX) =
                       RJ-PERF-SEC(JOB-IDX) + NOTE-SEC + SQ-GAP-SEC
                   IF SQ-DURATION-SEC > RJ-FIXED-SEC(JOB-IDX)
                       COMPUTE SUSTAIN-NEED-SEC =
                           SQ-DURATION-SEC - RJ-FIXED-SEC(JOB-IDX)
                       IF SUSTAIN-NEED-SEC > 99.99
                           PERFORM WRITE-LONG-NOTE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-POLY-SEQUENCE-FILE.
           MOVE SF-PATH(SEQ-IDX) TO SEQ-CHECK-PATH.
           OPEN INPUT POLY-SEQUENCE-FILE.
           IF SQ-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO SF-EXISTS(SEQ-IDX).
           MOVE 0 TO SEQ-RECORD-NUM.
           MOVE 0 TO PREV-START-SEC.
           MOVE 0 TO PLAN-EOF-SWITCH.
           PERFORM UNTIL PLAN-EOF-SWITCH = 1
               READ POLY-SEQUENCE-FILE
                   AT END
                       MOVE 1 TO PLAN-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO SEQ-RECORD-NUM
                       PERFORM CHECK-ONE-POLY-RECORD
               END-READ
               IF SQ-FILE-STATUS NOT = "00"
                   AND SQ-FILE-STATUS NOT = "10"
                   MOVE "POLY-SEQUENCE-FILE" TO ABEND-FILE-NAME
                   MOVE "CHECK-POLY-SEQUENCE-FILE" TO ABEND-PARAGRAPH
                   MOVE SQ-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE SEQ-RECORD-NUM TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
           END-PERFORM.
           CLOSE POLY-SEQUENCE-FILE.
           MOVE SEQ-RECORD-NUM TO SF-RECORDS(SEQ-IDX).

       CHECK-ONE-POLY-RECORD.
           IF PQ-START-SEC NOT NUMERIC OR PQ-OCTAVE NOT NUMERIC
               OR PQ-NOTE NOT NUMERIC
               OR PQ-DURATION-SEC NOT NUMERIC
               OR PQ-VELOCITY NOT NUMERIC
               MOVE "RECORD NOT NUMERIC" TO BAD-REASON
               PERFORM WRITE-BAD-RECORD-LINE
               EXIT PARAGRAPH
           END-IF.
           IF PQ-START-SEC < PREV-START-SEC
               MOVE "PQ-START-SEC EARLIER THAN THE RECORD BEFORE IT"
                   TO BAD-REASON
               PERFORM WRITE-BAD-RECORD-LINE
           END-IF.
           MOVE PQ-START-SEC TO PREV-START-SEC.
           IF PQ-OCTAVE > 6
               MOVE SPACES TO BAD-REASON
               STRING "PQ-OCTAVE " PQ-OCTAVE
                   " OUT OF RANGE (0-6)" DELIMITED BY SIZE
                   INTO BAD-REASON
               PERFORM WRITE-BAD-RECORD-LINE
           END-IF.
           IF PQ-NOTE > 11
               MOVE SPACES TO BAD-REASON
               STRING "PQ-NOTE " PQ-NOTE
                   " OUT OF RANGE (0-11)" DELIMITED BY SIZE
                   INTO BAD-REASON
               PERFORM WRITE-BAD-RECORD-LINE
           END-IF.
           IF PQ-VELOCITY > 127
               MOVE SPACES TO BAD-REASON
               STRING "PQ-VELOCITY " PQ-VELOCITY
                   " OUT OF RANGE (0-127)" DELIMITED BY SIZE
                   INTO BAD-REASON
               PERFORM WRITE-BAD-RECORD-LINE
           END-IF.
      * Each job on this file: the performance runs until its last
      * note (duration or fixed T1-T4, whichever is longer) ends.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
               IF RJ-SEQ-IDX(JOB-IDX) = SEQ-IDX
                   MOVE PQ-DURATION-SEC TO NOTE-SEC
                   IF NOTE-SEC < RJ-FIXED-SEC(JOB-IDX)
                       MOVE RJ-FIXED-SEC(JOB-IDX) TO NOTE-SEC
                   END-IF
                   ADD NOTE-SEC TO RJ-VOICE-SEC(JOB-IDX)
                   COMPUTE NOTE-END-SEC = PQ-START-SEC + NOTE-SEC
                   IF NOTE-END-SEC > RJ-PERF-SEC(JOB-IDX)
                       MOVE NOTE-END-SEC TO RJ-PERF-SEC(JOB-IDX)
                   END-IF
                   IF PQ-DURATION-SEC > RJ-FIXED-SEC(JOB-IDX)
                       COMPUTE SUSTAIN-NEED-SEC =
                           PQ-DURATION-SEC - RJ-FIXED-SEC(JOB-IDX)
                       IF SUSTAIN-NEED-SEC > 99.99
                           PERFORM WRITE-LONG-NOTE-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-BAD-RECORD-LINE.
           ADD 1 TO BAD-RECORD-COUNT.
           ADD 1 TO SF-BAD-COUNT(SEQ-IDX).
           ADD 1 TO BAD-LINE-COUNT.
           IF BAD-LINE-COUNT > BAD-LINE-LIMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE SEQ-RECORD-NUM TO PRP-RECNUM.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           STRING "  BAD RECORD  FILE=" DELIMITED BY SIZE
               SF-PATH(SEQ-IDX) DELIMITED BY SPACE
               "  RECORD=" DELIMITED BY SIZE
               PRP-RECNUM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BAD-REASON DELIMITED BY "  "
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           PERFORM PUT-PLAN-REPORT-LINE.

      * The record is valid in itself but too long for this one
      * preset's envelope - counted against the preset, and a
      * no-go like any other record the render would stop on.
       WRITE-LONG-NOTE-LINE.
           ADD 1 TO RJ-LONG-NOTES(JOB-IDX).
           ADD 1 TO BAD-RECORD-COUNT.
           ADD 1 TO SF-BAD-COUNT(SEQ-IDX).
           ADD 1 TO BAD-LINE-COUNT.
           IF BAD-LINE-COUNT > BAD-LINE-LIMIT
               EXIT PARAGRAPH
           END-IF.
           MOVE SEQ-RECORD-NUM TO PRP-RECNUM.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           STRING "  BAD RECORD  FILE=" DELIMITED BY SIZE
               SF-PATH(SEQ-IDX) DELIMITED BY SPACE
               "  RECORD=" DELIMITED BY SIZE
               PRP-RECNUM DELIMITED BY SIZE
               "  DURATION NEEDS SUSTAIN OVER 99.99 S FOR PRESET "
               DELIMITED BY SIZE
               RJ-PRESET-NAME(JOB-IDX) DELIMITED BY SPACE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           PERFORM PUT-PLAN-REPORT-LINE.

       WRITE-SEQ-FILE-LINE.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           STRING "  FILE=" DELIMITED BY SIZE
               SF-PATH(SEQ-IDX) DELIMITED BY SPACE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           IF SF-POLY-FLAG(SEQ-IDX) = 1
               STRING "  (POLY)" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           IF SF-EXISTS(SEQ-IDX) = 0
               ADD 1 TO MISSING-FILE-COUNT
               STRING "  MISSING - Comol-1 WILL STOP ON OPEN"
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           ELSE
               MOVE SF-RECORDS(SEQ-IDX) TO PRP-COUNT
               STRING "  RECORDS=" DELIMITED BY SIZE
                   PRP-COUNT DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               MOVE SF-BAD-COUNT(SEQ-IDX) TO PRP-COUNT
               STRING "  BAD=" DELIMITED BY SIZE
                   PRP-COUNT DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           PERFORM PUT-PLAN-REPORT-LINE.

      * ==========================================
      * FORECAST-RENDER-JOBS
      * Per output: samples = performance seconds x its sample
      * rate; bytes = the 44-byte WAVE header plus samples x
      * channels x bytes per sample; render seconds = samples x
      * voice factor (x a poly file's average voice load) over the
      * engine's RENDER-RATE. Expected totals count only the jobs
      * expected to render; upper totals count them all.
      * ==========================================
       FORECAST-RENDER-JOBS.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           PERFORM PUT-PLAN-REPORT-LINE.
           MOVE "RENDER FORECAST (COMOL-1)" TO PLAN-REPORT-RECORD.
           PERFORM PUT-PLAN-REPORT-LINE.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
               COMPUTE RJ-SAMPLES(JOB-IDX) ROUNDED =
                   RJ-PERF-SEC(JOB-IDX) * RJ-SAMPLE-RATE(JOB-IDX)
               COMPUTE RJ-BYTES(JOB-IDX) = 44 + RJ-SAMPLES(JOB-IDX)
                   * RJ-CHANNELS(JOB-IDX) * RJ-BYTES-PER(JOB-IDX)
               MOVE 1 TO VOICE-LOAD
               MOVE RJ-SEQ-IDX(JOB-IDX) TO SEQ-IDX
               IF SF-POLY-FLAG(SEQ-IDX) = 1
                   AND RJ-PERF-SEC(JOB-IDX) > 0
                   COMPUTE VOICE-LOAD ROUNDED =
                       RJ-VOICE-SEC(JOB-IDX) / RJ-PERF-SEC(JOB-IDX)
                   IF VOICE-LOAD < 1
                       MOVE 1 TO VOICE-LOAD
                   END-IF
               END-IF
               COMPUTE RJ-MODEL-SEC(JOB-IDX) ROUNDED =
                   RJ-SAMPLES(JOB-IDX) * RJ-VOICE-FACTOR(JOB-IDX)
                   * VOICE-LOAD / RENDER-RATE
               ADD RJ-MODEL-SEC(JOB-IDX) TO UPPER-SEC-TOTAL
               ADD RJ-BYTES(JOB-IDX) TO UPPER-BYTES-TOTAL
               IF RJ-RENDER-SW(JOB-IDX) = 1
                   ADD RJ-MODEL-SEC(JOB-IDX) TO MODEL-SEC-TOTAL
                   ADD RJ-BYTES(JOB-IDX) TO MODEL-BYTES-TOTAL
                   ADD RJ-SAMPLES(JOB-IDX) TO MODEL-SAMPLES-TOTAL
               END-IF
               PERFORM WRITE-RENDER-JOB-LINE
           END-PERFORM.

       WRITE-RENDER-JOB-LINE.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           MOVE RJ-SAMPLES(JOB-IDX) TO PRP-SAMPLES.
           MOVE RJ-BYTES(JOB-IDX) TO PRP-BYTES.
           COMPUTE PRP-SEC-IN ROUNDED = RJ-MODEL-SEC(JOB-IDX).
           PERFORM FORMAT-HMS.
           STRING "  " DELIMITED BY SIZE
               RJ-PRESET-NAME(JOB-IDX) DELIMITED BY SIZE
               "  SAMPLES=" DELIMITED BY SIZE
               PRP-SAMPLES DELIMITED BY SIZE
               "  BYTES=" DELIMITED BY SIZE
               PRP-BYTES DELIMITED BY SIZE
               "  TIME=" DELIMITED BY SIZE
               PRP-HMS DELIMITED BY SPACE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           MOVE RJ-SAMPLE-RATE(JOB-IDX) TO PRP-SAMPLES.
           STRING "  RATE=" DELIMITED BY SIZE
               FUNCTION TRIM(PRP-SAMPLES) DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           IF RJ-CHANNELS(JOB-IDX) = 2
               STRING " STEREO" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           IF RJ-BYTES-PER(JOB-IDX) = 3
               STRING " 24-BIT" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           IF RJ-RENDER-SW(JOB-IDX) = 0
               STRING "  EXPECT CARRIED FORWARD" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           PERFORM PUT-PLAN-REPORT-LINE.

      * ==========================================
      * FORECAST-STEPS
      * One forecast per manifest step. The first Comol-1 step
      * carries the render model; every other step - or a render
      * step past the first - uses the mean of its last ten
      * completed runs, or DEFAULT-STEP-SEC when it has none. A
      * step an interrupted night already completed costs nothing.
      * ==========================================
       FORECAST-STEPS.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           PERFORM PUT-PLAN-REPORT-LINE.
           MOVE "STEP FORECAST" TO PLAN-REPORT-RECORD.
           PERFORM PUT-PLAN-REPORT-LINE.
           MOVE 0 TO RENDER-STEP-SEEN.
           MOVE 0 TO NIGHT-SEC-TOTAL.
           MOVE 0 TO NIGHT-UPPER-SEC.
           MOVE 0 TO NIGHT-BYTES-TOTAL.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               PERFORM FORECAST-ONE-STEP
               PERFORM WRITE-STEP-LINE
           END-PERFORM.

       FORECAST-ONE-STEP.
           EVALUATE TRUE
               WHEN ST-KIND(STEP-IDX) = 2
                   MOVE "PLAN" TO ST-BASIS(STEP-IDX)
                   MOVE 0 TO ST-FORECAST-SEC(STEP-IDX)
               WHEN ST-PRIOR-DONE(STEP-IDX) = 1
                   MOVE "RESUMED" TO ST-BASIS(STEP-IDX)
                   MOVE 0 TO ST-FORECAST-SEC(STEP-IDX)
               WHEN ST-KIND(STEP-IDX) = 1 AND RENDER-STEP-SEEN = 0
                   MOVE 1 TO RENDER-STEP-SEEN
                   MOVE "MODEL" TO ST-BASIS(STEP-IDX)
                   COMPUTE ST-FORECAST-SEC(STEP-IDX) ROUNDED =
                       MODEL-SEC-TOTAL
                   MOVE MODEL-BYTES-TOTAL TO ST-BYTES(STEP-IDX)
                   MOVE MODEL-SAMPLES-TOTAL TO ST-SAMPLES(STEP-IDX)
                   COMPUTE NIGHT-UPPER-SEC ROUNDED =
                       NIGHT-UPPER-SEC + UPPER-SEC-TOTAL
                       - MODEL-SEC-TOTAL
               WHEN HS-COUNT(STEP-IDX) > 0
                   MOVE "HISTORY" TO ST-BASIS(STEP-IDX)
                   MOVE HS-MEAN-SEC(STEP-IDX)
                       TO ST-FORECAST-SEC(STEP-IDX)
               WHEN OTHER
                   MOVE "DEFAULT" TO ST-BASIS(STEP-IDX)
                   MOVE DEFAULT-STEP-SEC TO ST-FORECAST-SEC(STEP-IDX)
           END-EVALUATE.
           ADD ST-FORECAST-SEC(STEP-IDX) TO NIGHT-SEC-TOTAL.
           ADD ST-FORECAST-SEC(STEP-IDX) TO NIGHT-UPPER-SEC.
           ADD ST-BYTES(STEP-IDX) TO NIGHT-BYTES-TOTAL.

       WRITE-STEP-LINE.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           MOVE STEP-IDX TO PRP-STEP.
           MOVE ST-FORECAST-SEC(STEP-IDX) TO PRP-SEC-IN.
           PERFORM FORMAT-HMS.
           STRING "  STEP " DELIMITED BY SIZE
               PRP-STEP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ST-NAME(STEP-IDX) DELIMITED BY SIZE
               "  FORECAST=" DELIMITED BY SIZE
               PRP-HMS DELIMITED BY SPACE
               "  BASIS=" DELIMITED BY SIZE
               ST-BASIS(STEP-IDX) DELIMITED BY SPACE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           IF ST-BYTES(STEP-IDX) > 0
               MOVE ST-SAMPLES(STEP-IDX) TO PRP-SAMPLES
               MOVE ST-BYTES(STEP-IDX) TO PRP-BYTES
               STRING "  SAMPLES=" DELIMITED BY SIZE
                   FUNCTION TRIM(PRP-SAMPLES) DELIMITED BY SIZE
                   "  BYTES=" DELIMITED BY SIZE
                   FUNCTION TRIM(PRP-BYTES) DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           IF HS-COUNT(STEP-IDX) > 0
               MOVE HS-MEAN-SEC(STEP-IDX) TO PRP-SEC-IN
               PERFORM FORMAT-HMS
               MOVE HS-RUNS(STEP-IDX) TO PRP-COUNT
               STRING "  HISTORY MEAN=" DELIMITED BY SIZE
                   PRP-HMS DELIMITED BY SPACE
                   " OVER" DELIMITED BY SIZE
                   PRP-COUNT DELIMITED BY SIZE
                   " RUN(S)" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           PERFORM PUT-PLAN-REPORT-LINE.

      * ==========================================
      * WRITE-VERDICT
      * GO only if no sequence record or file would stop a render,
      * the expected night fits the window, and - when the free
      * space was given - the expected output fits on disk. An
      * upper bound past the window is a warning, not a hold: it
      * happens only if a shared file or wavetable changes.
      * ==========================================
       WRITE-VERDICT.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           PERFORM PUT-PLAN-REPORT-LINE.
           COMPUTE WINDOW-SEC = WINDOW-MINUTES * 60.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           MOVE NIGHT-SEC-TOTAL TO PRP-SEC-IN.
           PERFORM FORMAT-HMS.
           STRING "TOTAL FORECAST TIME=" DELIMITED BY SIZE
               PRP-HMS DELIMITED BY SPACE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           MOVE WINDOW-SEC TO PRP-SEC-IN.
           PERFORM FORMAT-HMS.
           STRING "  BATCH WINDOW=" DELIMITED BY SIZE
               PRP-HMS DELIMITED BY SPACE
               "  (" DELIMITED BY SIZE
               LIMITS-SOURCE DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           PERFORM PUT-PLAN-REPORT-LINE.
           IF NIGHT-UPPER-SEC > NIGHT-SEC-TOTAL
               MOVE SPACES TO PLAN-REPORT-RECORD
               MOVE 1 TO PRP-PTR
               MOVE NIGHT-UPPER-SEC TO PRP-SEC-IN
               PERFORM FORMAT-HMS
               STRING "UPPER BOUND (EVERY PRESET RENDERS)="
                   DELIMITED BY SIZE
                   PRP-HMS DELIMITED BY SPACE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               IF NIGHT-UPPER-SEC > WINDOW-SEC
                   STRING "  WARNING: EXCEEDS WINDOW"
                       DELIMITED BY SIZE
                       INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               END-IF
               PERFORM PUT-PLAN-REPORT-LINE
           END-IF.

           COMPUTE NIGHT-MB-TOTAL =
               (NIGHT-BYTES-TOTAL + 1048575) / 1048576.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           MOVE NIGHT-MB-TOTAL TO PRP-MB.
           STRING "TOTAL DISK NEEDED=" DELIMITED BY SIZE
               FUNCTION TRIM(PRP-MB) DELIMITED BY SIZE
               " MB" DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           IF DISK-FREE-MB > 0
               MOVE DISK-FREE-MB TO PRP-MB
               STRING "  DISK FREE=" DELIMITED BY SIZE
                   FUNCTION TRIM(PRP-MB) DELIMITED BY SIZE
                   " MB" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           ELSE
               STRING "  DISK FREE NOT GIVEN - NOT JUDGED"
                   DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           END-IF.
           PERFORM PUT-PLAN-REPORT-LINE.

           IF NIGHT-SEC-TOTAL > WINDOW-SEC
               MOVE 1 TO TIME-FAIL-SW
               MOVE 1 TO NO-GO-SW
           END-IF.
           IF DISK-FREE-MB > 0 AND NIGHT-MB-TOTAL > DISK-FREE-MB
               MOVE 1 TO DISK-FAIL-SW
               MOVE 1 TO NO-GO-SW
           END-IF.
           IF BAD-RECORD-COUNT > 0 OR MISSING-FILE-COUNT > 0
               MOVE 1 TO NO-GO-SW
           END-IF.

           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           IF NO-GO-SW = 0
               STRING "VERDICT: GO" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
           ELSE
               STRING "VERDICT: NO-GO -" DELIMITED BY SIZE
                   INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               IF TIME-FAIL-SW = 1
                   STRING " OVER BATCH WINDOW;" DELIMITED BY SIZE
                       INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               END-IF
               IF DISK-FAIL-SW = 1
                   STRING " OVER FREE DISK;" DELIMITED BY SIZE
                       INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               END-IF
               IF BAD-RECORD-COUNT > 0
                   MOVE BAD-RECORD-COUNT TO PRP-COUNT
                   STRING PRP-COUNT DELIMITED BY SIZE
                       " BAD SEQUENCE RECORD(S);" DELIMITED BY SIZE
                       INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               END-IF
               IF MISSING-FILE-COUNT > 0
                   MOVE MISSING-FILE-COUNT TO PRP-COUNT
                   STRING PRP-COUNT DELIMITED BY SIZE
                       " SEQUENCE FILE(S) MISSING;" DELIMITED BY SIZE
                       INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               END-IF
               IF TIME-FAIL-SW = 0 AND DISK-FAIL-SW = 0
                   AND BAD-RECORD-COUNT = 0
                   AND MISSING-FILE-COUNT = 0
                   STRING " RENDER INPUTS MISSING" DELIMITED BY SIZE
                       INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR
               END-IF
           END-IF.
           PERFORM PUT-PLAN-REPORT-LINE.

      * PRP-SEC-IN seconds as H:MM:SS into PRP-HMS.
       FORMAT-HMS.
           COMPUTE PRP-HH = PRP-SEC-IN / 3600.
           COMPUTE PRP-MM =
               FUNCTION MOD(PRP-SEC-IN, 3600) / 60.
           COMPUTE PRP-SS = FUNCTION MOD(PRP-SEC-IN, 60).
           MOVE PRP-HH TO PRP-VALUE.
           MOVE SPACES TO PRP-HMS.
           STRING FUNCTION TRIM(PRP-VALUE) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               PRP-MM DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               PRP-SS DELIMITED BY SIZE
               INTO PRP-HMS.

       WRITE-REPORT-HEADING.
           MOVE "COMOL-PLAN NIGHTLY CAPACITY FORECAST"
               TO PLAN-REPORT-RECORD.
           PERFORM PUT-PLAN-REPORT-LINE.
           MOVE FUNCTION CURRENT-DATE TO PLAN-DATE-TIME.
           MOVE SPACES TO PLAN-REPORT-RECORD.
           MOVE 1 TO PRP-PTR.
           STRING "WRITTEN " DELIMITED BY SIZE
               PLAN-DATE-TIME(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PLAN-DATE-TIME(9:6) DELIMITED BY SIZE
               INTO PLAN-REPORT-RECORD WITH POINTER PRP-PTR.
           PERFORM PUT-PLAN-REPORT-LINE.

       PUT-PLAN-REPORT-LINE.
           WRITE PLAN-REPORT-RECORD.
           IF PR-FILE-STATUS NOT = "00"
               MOVE "PLAN-REPORT-FILE" TO ABEND-FILE-NAME
               MOVE "PUT-PLAN-REPORT-LINE" TO ABEND-PARAGRAPH
               MOVE PR-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE BAD-LINE-COUNT TO ABEND-COUNT-EDIT
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
               " COMOL-PLAN FILE=" DELIMITED BY SIZE
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
