      * MAIN-LOGIC performs RENDER-SEQUENCE-NOTE once per record,
      * turning the patch into a multi-note performance instead of
      * a single sustained note.
      * ASSIGN TO DYNAMIC SEQUENCE-FILE-PATH so RUN-RENDER-LIST can
      * give each part of a song its own performance; every other
      * run plays the default Sequence1.dat.
           SELECT SEQUENCE-FILE ASSIGN TO DYNAMIC SEQUENCE-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEQ-FILE-STATUS.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\   POLYPHONIC PERFORMANCE FILE    /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One POLY-SEQUENCE-RECORD per note, each with its own start
      * time, so notes may overlap - a piano, pad or guitar part as
      * it was played, not squeezed into one-note-at-a-time
      * SEQUENCE-RECORDs. Presence of a non-empty file at startup
      * (CHECK-FOR-POLY-SEQUENCE, the CHECK-FOR-KEYMAP convention)
      * makes RUN-POLY-SEQUENCE drive the performance through the
      * voice pool instead of the SEQUENCE-FILE loop. Comol-MIDI
      * writes this file whenever an import has overlapping notes.
      * ASSIGN TO DYNAMIC for the same reason as SEQUENCE-FILE.
           SELECT POLY-SEQUENCE-FILE ASSIGN TO DYNAMIC
               POLY-SEQ-FILE-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PQ-FILE-STATUS.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\        RUN LOG (AUDIT)         /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Plain-text audit trail written alongside Output1.raw: patch
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PL-FILE-STATUS.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\        PART RENDER LIST          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One RENDER-LIST-RECORD per part of a song: which library
      * preset plays which sequence file, and where its output and
      * run log go. Comol-Song stages this file for the chain it
      * runs and empties it afterwards. Presence of a non-empty
      * file at startup (see CHECK-FOR-RENDER-LIST) switches
      * MAIN-LOGIC into RUN-RENDER-LIST, ahead of both the library
      * batch and the single-patch render.
           SELECT RENDER-LIST-FILE ASSIGN TO
           "path/to/RenderList.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      NIGHTLY CATALOG REPORT       /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One line per preset rendered by RUN-PRESET-LIBRARY-BATCH -
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CATALOG-STATUS.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\     INCREMENTAL BATCH SNAPSHOT    /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One BATCH-SNAPSHOT-RECORD per preset the last clean nightly
      * batch left current: its patch image, what its sources and
      * shared files looked like, and where its output is. Read at
      * the start of RUN-PRESET-LIBRARY-BATCH so only new or changed
      * presets render; rewritten only once the batch has run to
      * its end (see WRITE-BATCH-SNAPSHOT).
           SELECT BATCH-SNAPSHOT-FILE ASSIGN TO
           "path/to/BatchSnapshot.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BS-FILE-STATUS.
      * Operator override. A non-empty file (any text - who asked
      * and why) makes tonight's batch render every preset whatever
      * the snapshot says; it is emptied again after that batch
      * ends cleanly, so the override applies to one night only.
           SELECT FULL-REBUILD-FILE ASSIGN TO
           "path/to/FullRebuild.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FR-FILE-STATUS.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      QA THRESHOLD FILE          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One fixed-layout QA-PARAM-RECORD. Presence of a non-empty
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS QA-TEMP-STATUS.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      TAIL TRIM FILE             /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One fixed-layout TRIM-PARAM-RECORD. A non-empty file at
      * startup (see CHECK-FOR-TRIM-PARAMS) cuts the trailing
      * silence off every output before its QA scan - Comol-Export
      * arms it for an instrument sample set and puts back whatever
      * was there before. Missing or empty leaves every render full
      * length.
           SELECT TRIM-PARAM-FILE ASSIGN TO
           "path/to/TrimParams.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRIM-PARAM-STATUS.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\     RENDER PROVENANCE REGISTER   /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One PROVENANCE-RECORD per output written, keyed by the
      * output path: the preset and a fingerprint of its patch
      * image, the sequence/tuning/keymap/automation files in play
      * with their checksums, and the SourceCatalog.dat checksum of
      * every RAW source the render loaded. Appended per output -
      * a re-render adds a newer record for the same path and the
      * newest one is the truth, the same convention Comol-Wave
      * keeps for SourceCatalog.dat - so Comol-Impact can answer
      * which renders a changed asset has made stale. OPTIONAL so
      * the first-ever render creates the register.
           SELECT OPTIONAL PROVENANCE-FILE ASSIGN TO
           "path/to/Provenance.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PROV-FILE-STATUS.
      * Comol-Wave's register of conditioned RAW sources, read once
      * at startup (see LOAD-SOURCE-CATALOG) so each provenance
      * record can carry the catalog checksum of what it loaded.
           SELECT SOURCE-CATALOG-FILE ASSIGN TO
           "path/to/SourceCatalog.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SC-FILE-STATUS.
      * One-byte reader for checksumming the sequence, tuning,
      * keymap and automation files a render used. ASSIGN TO
      * DYNAMIC so the one handle serves all four.
           SELECT PROV-PROBE-FILE ASSIGN TO DYNAMIC PROV-PROBE-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PROV-PROBE-STATUS.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      ABEND DIAGNOSTICS LOG      /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One line per I/O failure, shared by every program in this
      * pre-velocity behaviour.
           05  PF-VELO-SENS        PIC 9(3).
           05  PF-VELO-CUT-SENS    PIC 9(3).
      * Second oscillator. SOURCE 0 = none (the patch renders on
      * the one oscillator exactly as before the columns existed),
      * 1 = sine, 2 = FineWine.raw, 3 = FineWine-B.raw. COARSE is
      * semitones (-24..+24) and FINE cents (-100..+100) off
      * oscillator 1's pitch; LEVEL (0-100) is how much of it goes
      * into the signal ahead of APPLY-FILTER. MODE 0 = plain mix,
      * 1 = hard-synced to oscillator 1, 2 = ring modulation.
      * LFO1/LFO2-OSC2-DPTH bend oscillator 2's pitch alone, in
      * the same tenth-of-a-semitone units as PTCH-DPTH.
           05  PF-OSC2-SOURCE      PIC 9(1).
           05  PF-OSC2-COARSE      PIC S9(2).
           05  PF-OSC2-FINE        PIC S9(3).
           05  PF-OSC2-LEVEL       PIC 9(3).
           05  PF-OSC2-MODE        PIC 9(1).
           05  PF-LFO1-OSC2-DPTH   PIC S9(3).
           05  PF-LFO2-OSC2-DPTH   PIC S9(3).

      * One fixed-layout record per note. See RENDER-SEQUENCE-NOTE.
      * VELOCITY is the MIDI-style note-on strength (1-127) the
           05  SQ-GAP-SEC          PIC 9(2)V9(2).
           05  SQ-VELOCITY         PIC 9(3).

      * One fixed-layout record per note. See RUN-POLY-SEQUENCE.
      * START-SEC is the note-on time from the top of the
      * performance; records must arrive in start order. There is
      * no gap column - the space between notes falls out of the
      * start times. DURATION-SEC and VELOCITY mean exactly what
      * SQ-DURATION-SEC and SQ-VELOCITY mean.
       FD  POLY-SEQUENCE-FILE.
       01  POLY-SEQUENCE-RECORD.
           05  PQ-START-SEC        PIC 9(5)V9(2).
           05  PQ-OCTAVE           PIC 9(1).
           05  PQ-NOTE             PIC 9(2).
           05  PQ-DURATION-SEC     PIC 9(3)V9(2).
           05  PQ-VELOCITY         PIC 9(3).

      * One fixed-layout record per part. See RUN-RENDER-LIST.
      * POLY-FLAG 1 means SEQUENCE-PATH holds POLY-SEQUENCE-RECORDs
      * rather than SEQUENCE-RECORDs.
       FD  RENDER-LIST-FILE.
       01  RENDER-LIST-RECORD.
           05  RL-PRESET-NAME      PIC X(20).
           05  RL-SEQUENCE-PATH    PIC X(60).
           05  RL-POLY-FLAG        PIC 9(1).
           05  RL-OUT-PATH         PIC X(60).
           05  RL-RUN-LOG-PATH     PIC X(60).

      * One free-form text line per WRITE. See the WRITE-RUN-LOG-*
      * paragraphs below.
       FD  RUN-LOG-FILE.
           05  PL-BIT-DEPTH        PIC 9(2).
           05  PL-VELO-SENS        PIC 9(3).
           05  PL-VELO-CUT-SENS    PIC 9(3).
           05  PL-OSC2-SOURCE      PIC 9(1).
           05  PL-OSC2-COARSE      PIC S9(2).
           05  PL-OSC2-FINE        PIC S9(3).
           05  PL-OSC2-LEVEL       PIC 9(3).
           05  PL-OSC2-MODE        PIC 9(1).
           05  PL-LFO1-OSC2-DPTH   PIC S9(3).
           05  PL-LFO2-OSC2-DPTH   PIC S9(3).

      * One free-form text line per WRITE. See WRITE-CATALOG-HEADER/
      * WRITE-CATALOG-ROW.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD          PIC X(132).

      * One fixed-layout record per preset. See LOAD-BATCH-SNAPSHOT/
      * WRITE-BATCH-SNAPSHOT.
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

      * One fixed-layout record. See CHECK-FOR-QA-PARAMS/RUN-QA-SCAN.
      * PEAK-MAX/PEAK-MIN/TARGET are dBFS (0.0 = full scale, always
      * negative in practice, sign column carried explicitly).
       FD  QA-TEMP-FILE.
       01  QA-TEMP-BYTE            PIC X(1).

      * FLOOR-DB is the dBFS level below which the tail counts as
      * silence (sign column carried explicitly, as QA-PARAM-RECORD
      * does); KEEP-MS is how much of the tail is kept past the
      * last sample above the floor, so a release is never cut at
      * the exact point it becomes inaudible.
       FD  TRIM-PARAM-FILE.
       01  TRIM-PARAM-RECORD.
           05  TP-FLOOR-DB         PIC S9(2)V9(1)
                                   SIGN LEADING SEPARATE.
           05  TP-KEEP-MS          PIC 9(4).

      * One fixed-layout record per output. See WRITE-PROVENANCE-
      * RECORD. RUN-MODE 0 = single patch, 1 = library batch,
      * 2 = song part. A file not in play has spaces for its path
      * and zero for its checksum. Each SOURCE entry is a RAW
      * wavetable the render loaded - ROLE WAVE, WAVE-B, LFO or
      * ZONE - with its SourceCatalog.dat checksum (0 = the path
      * is not in the catalog).
       FD  PROVENANCE-FILE.
       01  PROVENANCE-RECORD.
           05  PROV-OUT-PATH         PIC X(60).
           05  PROV-RUN-STAMP        PIC X(14).
           05  PROV-RUN-MODE         PIC 9(1).
           05  PROV-PRESET-NAME      PIC X(20).
           05  PROV-PATCH-PRINT      PIC 9(9).
           05  PROV-SEQUENCE-PATH    PIC X(60).
           05  PROV-SEQUENCE-SUM     PIC 9(9).
           05  PROV-TUNING-PATH      PIC X(60).
           05  PROV-TUNING-SUM       PIC 9(9).
           05  PROV-KEYMAP-PATH      PIC X(60).
           05  PROV-KEYMAP-SUM       PIC 9(9).
           05  PROV-AUTOMATION-PATH  PIC X(60).
           05  PROV-AUTOMATION-SUM   PIC 9(9).
           05  PROV-SOURCE-COUNT     PIC 9(2).
           05  PROV-SOURCE OCCURS 19 TIMES.
               10  PROV-SRC-ROLE     PIC X(6).
               10  PROV-SRC-PATH     PIC X(60).
               10  PROV-SRC-SUM      PIC 9(9).

      * Same record layout as SOURCE-CATALOG-FILE in Comol-Wave.
       FD  SOURCE-CATALOG-FILE.
       01  SOURCE-CATALOG-RECORD.
           05  SC-NAME             PIC X(20).
           05  SC-DEST-PATH        PIC X(60).
           05  SC-ORIGIN-PATH      PIC X(60).
           05  SC-INTAKE-DATE      PIC X(8).
           05  SC-BYTE-COUNT       PIC 9(5).
           05  SC-CHECKSUM         PIC 9(9).

       FD  PROV-PROBE-FILE.
       01  PROV-PROBE-BYTE         PIC X(1).

      * One free-form text line per I/O failure. See
      * REPORT-IO-FAILURE.
       FD  ABEND-LOG-FILE.
      * LFO-TVA-OUT: combined amplitude mod signal. Post-filter.
      * LFO-TVF-OUT: combined cutoff offset. Added to CURRENT-KNOB.
      * LFO-PTCH-OUT: combined pitch shift in semitones.
      * LFO-OSC2-OUT: oscillator 2's own pitch shift in semitones,
      *   on top of LFO-PTCH-OUT (which moves both oscillators).
      * LFO-CALC-STEP: effective LFO2 step (after FM modulation).
       01  LFO-OUTPUT-VARS     USAGE COMP-5.
           05  LFO1-VALUE      PIC S9(1)V9(8) VALUE 0.
           05  LFO-TVF-OUT     PIC S9(4)V9(8) VALUE 0.
           05  LFO-PTCH-OUT    PIC S9(3)V9(8) VALUE 0.
           05  LFO-MORPH-OUT   PIC S9(2)V9(8) VALUE 0.
           05  LFO-OSC2-OUT    PIC S9(3)V9(8) VALUE 0.
       01  LFO-COMPUTE-VARS    USAGE COMP-5.
           05  LFO-CALC-IDX    PIC 9(4)       VALUE 0.
           05  LFO-NEXT-IDX    PIC 9(4)       VALUE 0.
           05  SQ-TIE-IN-SW        PIC 9(1) VALUE 0.
           05  SQ-TIE-OUT-SW       PIC 9(1) VALUE 0.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\   POLYPHONIC VOICE ALLOCATOR     /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Armed by a non-empty PolySequence1.dat (POLY-MODE). Every
      * note claims a voice from a fixed pool of POLY-VOICE-LIMIT
      * when its start time is reached; a note arriving with the
      * whole pool sounding steals the voice that started longest
      * ago. Each voice carries the state that is per-note in a
      * real polysynth - play-head and step, glide ramp, biquad
      * delay lines, smoothed cutoff, its own TVF envelope clock
      * and its own 5-stage TVA envelope - and RENDER-POLY-VOICE
      * swaps it into the shared engine fields around the same
      * raw-sample/filter/TVA paragraphs the mono path runs, the
      * way RENDER-CHORD-VOICES already does for chord voices.
      * The LFOs and automation lanes stay global, as they are for
      * the mono path. The summed voices are divided by
      * POLY-MIX-DIVISOR - fixed, not by the voices sounding, so a
      * note entering or leaving never pumps the others' level; a
      * four-note chord lands where CHORD-MODE's four-voice
      * average would.
       78  POLY-VOICE-LIMIT        VALUE 8.
       78  POLY-MIX-DIVISOR        VALUE 4.
       01  POLY-CONTROL-VARS.
           05  POLY-MODE           PIC 9(1) VALUE 0.
           05  PQ-FILE-STATUS      PIC X(2) VALUE "00".
           05  PQ-EOF-SWITCH       PIC 9(1) VALUE 0.
       01  POLY-ALLOCATOR-VARS USAGE COMP-5.
           05  POLY-IDX            PIC 9(2).
           05  POLY-FOUND-IDX      PIC 9(2).
           05  POLY-ACTIVE-COUNT   PIC 9(2) VALUE 0.
           05  POLY-PEAK-COUNT     PIC 9(2) VALUE 0.
           05  POLY-STEAL-COUNT    PIC 9(5) VALUE 0.
           05  POLY-OLDEST-NOTE    PIC 9(5).
      * Start time of the record waiting to trigger, in output
      * frames, and of the record before it (start order check).
           05  PQ-NEXT-START-SMPL  PIC 9(11) VALUE 0.
           05  PQ-PREV-START-SEC   PIC 9(5)V9(2) VALUE 0.
      * STEP-SIZE of the last note triggered - where the next
      * note's glide slides in from.
           05  POLY-LAST-STEP      PIC 9(9)V9(4) VALUE 0.
      * Frames left until the next VOICES IN USE run-log line.
           05  POLY-LOG-COUNTDOWN  PIC 9(9) VALUE 0.
           05  POLY-CLOCK-SAVE     PIC 9(9).
           05  POLY-SAMPLE-SUM     PIC S9(3)V9(15).
           05  POLY-SUSTAIN-WORK   PIC 9(3)V9(2).
       01  POLY-VOICE-TABLE.
           05  POLY-VOICE OCCURS 8 TIMES.
               10  PV-ACTIVE-SW     PIC 9(1)       COMP-5 VALUE 0.
               10  PV-NOTE-NUM      PIC 9(5)       COMP-5 VALUE 0.
               10  PV-OCTAVE        PIC 9(1).
               10  PV-NOTE          PIC 9(2).
               10  PV-READ-POSITION PIC 9(9)V9999  COMP-5.
               10  PV-OSC2-POSITION PIC 9(9)V9999  COMP-5.
               10  PV-STEP-SIZE     PIC 9(9)V9999  COMP-5.
               10  PV-ONESHOT-DONE  PIC 9(1)       COMP-5.
               10  PV-GLIDE-CURRENT PIC 9(9)V9(8)  COMP-5.
               10  PV-GLIDE-TARGET  PIC 9(9)V9(4)  COMP-5.
               10  PV-GLIDE-INCR    PIC S9(9)V9(8) COMP-5.
               10  PV-GLIDE-LEFT    PIC 9(9)       COMP-5.
               10  PV-X1-INPUT      PIC S9(6)V9(8) COMP-5.
               10  PV-X2-INPUT      PIC S9(6)V9(8) COMP-5.
               10  PV-Y1-OUTPUT     PIC S9(6)V9(8) COMP-5.
               10  PV-Y2-OUTPUT     PIC S9(6)V9(8) COMP-5.
               10  PV-SMOOTHED-DEPTH PIC S9(3)V9(8) COMP-5.
               10  PV-CURRENT-KNOB  PIC S9(3)V9(8) COMP-5.
               10  PV-VELO-CUT-ADJ  PIC S9(3)V9(8) COMP-5.
      * TVF clock: samples since this voice's note-on, standing in
      * for GLOBAL-SAMPLE-COUNT against the STAGE-*-SAMPLE-CUT
      * breakpoints so every note sweeps its own filter envelope.
               10  PV-TVF-CLOCK     PIC 9(9)       COMP-5.
      * TVA envelope: stage 1-5 (6 = finished), samples left in the
      * stage, the running level and its per-sample step, and the
      * note's velocity-scaled levels and stretched sustain.
               10  PV-ENV-STAGE     PIC 9(1)       COMP-5.
               10  PV-STAGE-LEFT    PIC 9(9)       COMP-5.
               10  PV-RUNNING-AMP   PIC S9(5)V9(10) COMP-5.
               10  PV-AMP-STEP      PIC S9(5)V9(10) COMP-5.
               10  PV-L1            PIC 9(3)       COMP-5.
               10  PV-L2            PIC 9(3)       COMP-5.
               10  PV-L3            PIC 9(3)       COMP-5.
               10  PV-T-SUSTAIN     PIC 9(2)V9(2)  COMP-5.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\   GLIDE / LEGATO (PORTAMENTO)    /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
           05  QA-RPT-TARGET       PIC -Z9.9.
           05  QA-FLAG-TEXT        PIC X(24).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\   TRAILING-SILENCE TRIM         /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Armed by a non-empty TrimParams.dat (TRIM-ENABLED-SW). See
      * TRIM-TRAILING-SILENCE. LAST-LOUD is the sample number of the
      * last PCM word above the floor; KEEP-BYTES the data bytes the
      * trimmed file keeps, always whole frames.
       01  TRIM-CONTROL-VARS.
           05  TRIM-ENABLED-SW     PIC 9(1) VALUE 0.
           05  TRIM-PARAM-STATUS   PIC X(2) VALUE "00".
       01  TRIM-WORK-VARS      USAGE COMP-5.
           05  TRIM-FLOOR-LINEAR   PIC 9(9).
           05  TRIM-LAST-LOUD      PIC 9(9).
           05  TRIM-KEEP-FRAMES    PIC 9(9).
           05  TRIM-KEEP-BYTES     PIC 9(10).
           05  TRIM-CUT-BYTES      PIC 9(10).
           05  TRIM-COPY-IDX       PIC 9(10).
       01  TRIM-REPORT-VARS.
           05  TRIM-RPT-PTR        PIC 9(3).
           05  TRIM-RPT-FRAMES     PIC Z(8)9.
           05  TRIM-RPT-CUT        PIC Z(9)9.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\   DUAL-WAVETABLE MORPH           /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
           05  MORPH-SAMPLE-A      PIC S9(2)V9(16).
           05  MORPH-SAMPLE-B      PIC S9(2)V9(16).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\   SECOND OSCILLATOR LAYER        /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Armed by a non-zero PF-OSC2-SOURCE. Oscillator 2 reads its
      * own 2048-entry OSC2-TABLE (1 = sine, 2 = FineWine.raw,
      * 3 = FineWine-B.raw) with its own play-head, stepping at
      * oscillator 1's STEP-SIZE times OSC2-RATIO - the coarse
      * semitone and fine cent offsets folded into one frequency
      * ratio once per patch. LFO-OSC2-OUT (both LFOs, via their
      * OSC2-DPTH fields) bends oscillator 2 alone on top of the
      * vibrato LFO-PTCH-OUT applies to both. MIX-OSCILLATOR-2
      * folds its sample into INTERP-RESULT ahead of the filter:
      *   MODE 0 mix   - (osc1 + osc2 * L) / (1 + L)
      *   MODE 1 sync  - same mix, but oscillator 2's play-head
      *                  restarts every time oscillator 1 wraps
      *   MODE 2 ring  - osc1 * (1 - L) + osc1 * osc2 * L
      * where L is OSC2-LEVEL / 100. The mix divides by 1 + L so a
      * full-level layer never pushes the filter input past the
      * headroom a single oscillator has. Oscillator 2 starts at
      * the top of its table (each preset, and each poly voice at
      * its note-on) and draws no random numbers, so a patch
      * without it renders exactly as before.
       01  OSC2-CONTROL-VARS.
           05  OSC2-ACTIVE-SW      PIC 9(1) VALUE 0.
           05  OSC2-SOURCE         PIC 9(1) VALUE 0.
           05  OSC2-COARSE         PIC S9(2) VALUE 0.
           05  OSC2-FINE           PIC S9(3) VALUE 0.
           05  OSC2-LEVEL          PIC 9(3) VALUE 0.
           05  OSC2-MODE           PIC 9(1) VALUE 0.
               88  OSC2-MIX            VALUE 0.
               88  OSC2-HARD-SYNC      VALUE 1.
               88  OSC2-RING           VALUE 2.
           05  LFO1-OSC2-DPTH      PIC S9(3) VALUE 0.
           05  LFO2-OSC2-DPTH      PIC S9(3) VALUE 0.
       01  OSC2-MATH-VARS      USAGE COMP-5.
           05  OSC2-RATIO          PIC 9(3)V9(10) VALUE 1.
           05  OSC2-LEVEL-FRAC     PIC 9(1)V9(8) VALUE 0.
           05  OSC2-READ-POSITION  PIC 9(9)V9999 VALUE 1.
           05  OSC2-STEP           PIC 9(9)V9999 VALUE 0.
           05  OSC2-MASTER-PREV    PIC 9(9)V9999 VALUE 0.
           05  OSC2-READ-INDEX     PIC 9(4) VALUE 1.
           05  OSC2-NEXT-INDEX     PIC 9(4) VALUE 1.
           05  OSC2-FRACTION       PIC 9V9(8) VALUE 0.
           05  OSC2-SAMPLE         PIC S9(2)V9(16) VALUE 0.
           05  OSC1-MIX-SAMPLE     PIC S9(2)V9(16) VALUE 0.
           05  OSC2-BEND           PIC S9(3)V9(8) VALUE 0.
           05  OSC2-LOAD-IDX       PIC 9(4) VALUE 0.
       01  OSC2-TABLE.
           05  OSC2-WAVE-SAMPLE    PIC S9(1)V9(17) COMP-5
                                   OCCURS 2048 TIMES.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\   TIMED PARAMETER AUTOMATION     /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  VELOCITY-CONTROL-VARS.
           05  VELO-SENS           PIC 9(3) VALUE 0.
           05  VELO-CUT-SENS       PIC 9(3) VALUE 0.
      * The note velocity RESOLVE-NOTE-VELOCITY works from - moved
      * in from SQ-VELOCITY or PQ-VELOCITY by whichever path is
      * playing the note.
           05  VELO-NOTE-IN        PIC 9(3) VALUE 0.
       01  VELOCITY-MATH-VARS  USAGE COMP-5.
           05  VELO-RATIO          PIC 9(1)V9(8) VALUE 1.
           05  VELO-SCALE          PIC 9(1)V9(8) VALUE 1.
      * OUT-FILE/RUN-LOG-FILE are ASSIGN TO DYNAMIC these variables.
      * A single-patch run never touches them, so they stay at their
      * original literal paths; RUN-PRESET-LIBRARY-BATCH rewrites
      * them once per preset (see LOAD-PRESET-INTO-PATCH), and
      * RUN-RENDER-LIST rewrites them and the two sequence paths
      * once per part.
       01  DYNAMIC-FILE-PATHS.
           05  OUT-FILE-PATH       PIC X(60)
               VALUE "path/to/Output1.raw".
               VALUE "path/to/RunLog.txt".
           05  IN-FILE-PATH        PIC X(60)
               VALUE "path/to/FineWine.raw".
           05  SEQUENCE-FILE-PATH  PIC X(60)
               VALUE "path/to/Sequence1.dat".
           05  POLY-SEQ-FILE-PATH  PIC X(60)
               VALUE "path/to/PolySequence1.dat".
       01  IN-FILE-STATUS      PIC X(2) VALUE "00".
       01  IN-FILE-B-STATUS    PIC X(2) VALUE "00".
       01  OUT-FILE-STATUS     PIC X(2) VALUE "00".
           05  RLOG-OCTAVE         PIC 9.
           05  RLOG-NOTE-VAL       PIC Z9.
           05  RLOG-VELO           PIC ZZ9.
           05  RLOG-START-SEC      PIC Z(4)9.99.
           05  RLOG-VOICE          PIC Z9.
           05  RLOG-VOICES         PIC Z9.
           05  RLOG-STEAL-NOTE     PIC Z(4)9.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      STEREO OUTPUT MODE         /\
           05  PRESET-TARGET-FREQ  PIC 9(6)V99 COMP-5 VALUE 0.
      * Numeric-edited work fields used only to format CATALOG-RECORD
      * lines, the same way RUN-LOG-VARS formats RUN-LOG-RECORD lines.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      PART RENDER LIST            /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * A non-empty RENDER-LIST-FILE switches MAIN-LOGIC into
      * RUN-RENDER-LIST (see CHECK-FOR-RENDER-LIST). Parts render
      * through RENDER-ONE-PRESET with BATCH-MODE-SWITCH set, so a
      * bad part is skipped and counted rather than stopping the
      * rest; any failed part ends the run with RETURN-CODE 8.
       01  RENDER-LIST-VARS.
           05  RENDER-LIST-MODE    PIC 9(1) VALUE 0.
           05  RL-FILE-STATUS      PIC X(2) VALUE "00".
           05  RL-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  RL-FOUND-SWITCH     PIC 9(1) VALUE 0.
           05  RL-PART-COUNT       PIC 9(5) COMP-5 VALUE 0.
           05  RL-FAIL-COUNT       PIC 9(5) COMP-5 VALUE 0.

       01  CATALOG-VARS.
           05  CAT-PTR             PIC 9(3).
           05  CAT-FREQ            PIC Z(5)9.99.
           05  CAT-DURATION-SEC    PIC 9(9)V99 COMP-5 VALUE 0.
           05  CAT-DURATION-EDIT   PIC Z(6)9.99.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\     INCREMENTAL BATCH CONTROL     /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * A preset is carried forward - its existing output listed
      * in Catalog.txt instead of re-rendered - only when its patch
      * image, its SOURCE-PRINT and its SHARED-PRINT all match the
      * snapshot and its output is still on disk. SOURCE-PRINT folds
      * the checksums of the RAW files the preset's own settings
      * load (IN-FILE, IN-FILE-B, LFO-Wave.raw); SHARED-PRINT folds
      * those of the files every preset plays through (sequence,
      * tuning, keymap and its zone tables, automation) plus
      * Chord1.dat for a chord-mode preset. Each is read once per
      * batch, by COMPUTE-BATCH-INPUT-SUMS, not once per preset.
       01  INCREMENTAL-BATCH-VARS.
           05  BS-FILE-STATUS      PIC X(2) VALUE "00".
           05  FR-FILE-STATUS      PIC X(2) VALUE "00".
           05  BS-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  FULL-REBUILD-SW     PIC 9(1) VALUE 0.
           05  PRESET-CARRIED-SW   PIC 9(1) VALUE 0.
           05  INCR-CHANGE-REASON  PIC X(20).
           05  FULL-REBUILD-NOTE   PIC X(80).
           05  SNAP-OUT-PATH       PIC X(60).
           05  SNAP-TARGET-FREQ    PIC 9(6)V99.
           05  SNAP-DURATION-SEC   PIC 9(9)V99.
       01  INCREMENTAL-MATH-VARS  USAGE COMP-5.
           05  RENDERED-PRESET-COUNT PIC 9(5) VALUE 0.
           05  CARRIED-PRESET-COUNT  PIC 9(5) VALUE 0.
           05  RETIRED-PRESET-COUNT  PIC 9(5) VALUE 0.
           05  OLD-SNAP-COUNT      PIC 9(3) VALUE 0.
           05  NEW-SNAP-COUNT      PIC 9(3) VALUE 0.
           05  SNAP-IDX            PIC 9(3).
           05  SNAP-FOUND          PIC 9(3).
           05  INCR-ZONE-IDX       PIC 9(2).
           05  INCR-FOLD-SUM       PIC 9(9).
           05  INCR-PRINT          PIC 9(9).
           05  BATCH-SHARED-PRINT  PIC 9(9) VALUE 0.
           05  PRESET-SHARED-PRINT PIC 9(9) VALUE 0.
           05  PRESET-SOURCE-PRINT PIC 9(9) VALUE 0.
           05  WAVE-FILE-SUM       PIC 9(9) VALUE 0.
           05  WAVE-B-FILE-SUM     PIC 9(9) VALUE 0.
           05  LFO-FILE-SUM        PIC 9(9) VALUE 0.
           05  CHORD-FILE-SUM      PIC 9(9) VALUE 0.
      * The snapshot as the last clean batch left it. OS-SEEN-SW is
      * set as each preset is met in tonight's library; an entry
      * still unseen at the end is a retired preset.
       01  OLD-SNAPSHOT-TABLE.
           05  OLD-SNAP-ENTRY OCCURS 500 TIMES.
               10  OS-PRESET-NAME   PIC X(20).
               10  OS-PATCH-IMAGE   PIC X(208).
               10  OS-SOURCE-PRINT  PIC 9(9) COMP-5.
               10  OS-SHARED-PRINT  PIC 9(9) COMP-5.
               10  OS-OUT-PATH      PIC X(60).
               10  OS-TARGET-FREQ   PIC 9(6)V99.
               10  OS-DURATION-SEC  PIC 9(9)V99.
               10  OS-SEEN-SW       PIC 9(1).
      * The snapshot tonight's batch will leave behind: every preset
      * rendered or carried forward. A preset skipped by validation
      * is left out, so the next batch tries it again.
       01  NEW-SNAPSHOT-TABLE.
           05  NEW-SNAP-ENTRY OCCURS 500 TIMES.
               10  NS-PRESET-NAME   PIC X(20).
               10  NS-PATCH-IMAGE   PIC X(208).
               10  NS-SOURCE-PRINT  PIC 9(9) COMP-5.
               10  NS-SHARED-PRINT  PIC 9(9) COMP-5.
               10  NS-OUT-PATH      PIC X(60).
               10  NS-TARGET-FREQ   PIC 9(6)V99.
               10  NS-DURATION-SEC  PIC 9(9)V99.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\     RENDER PROVENANCE REGISTER   /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * PROV-LOADED-PRINT is the fingerprint of the patch image the
      * current render loaded, taken by FINGERPRINT-PATCH-IMAGE the
      * moment PATCH-RECORD is filled. PROV-BASE-SOURCE-PATH is the
      * IN-FILE path GET-WAVE-SOURCE loaded, saved before a keymap
      * zone can re-point IN-FILE-PATH. The checksums are the same
      * additive sum Comol-Wave registers in SourceCatalog.dat, so
      * every checksum in the register is comparable with every
      * other.
       01  PROVENANCE-VARS.
           05  PROV-FILE-STATUS      PIC X(2) VALUE "00".
           05  SC-FILE-STATUS        PIC X(2) VALUE "00".
           05  PROV-PROBE-STATUS     PIC X(2) VALUE "00".
           05  PROV-PROBE-EOF-SW     PIC 9(1) VALUE 0.
           05  PROV-BASE-SOURCE-PATH PIC X(60)
               VALUE "path/to/FineWine.raw".
           05  PROV-PROBE-PATH       PIC X(60).
           05  PROV-NEXT-ROLE        PIC X(6).
           05  PROV-NEXT-PATH        PIC X(60).
       01  PROVENANCE-MATH-VARS USAGE COMP-5.
           05  PROV-LOADED-PRINT     PIC 9(9) VALUE 0.
           05  PROV-PROBE-SUM        PIC 9(9).
           05  PROV-PROBE-BYTES      PIC 9(9).
           05  PROV-PROBE-BYTE-VAL   PIC 9(3).
           05  PROV-PRINT-IDX        PIC 9(3).
           05  PROV-PRINT-LENGTH     PIC 9(3).
           05  PROV-ZONE-IDX         PIC 9(2).
           05  PROV-HEADER-DATA      PIC 9(10).
           05  PROV-CALL-RC          PIC S9(9).
      * What CBL_CHECK_FILE_EXIST returns for a carried-forward
      * output: its size, then eight bytes of date and time last
      * written that the check has no use for.
       01  PROV-OUT-DETAILS.
           05  PROV-OUT-SIZE         PIC 9(18) BINARY.
           05  FILLER                PIC X(8).
      * SourceCatalog.dat deduplicated by destination path, newest
      * record winning - STORE-ONE-CATALOG-ENTRY in Comol-Wave, to
      * the same 200-entry limit.
       01  SOURCE-CATALOG-VARS USAGE COMP-5.
           05  SRC-CAT-COUNT       PIC 9(3) VALUE 0.
           05  SRC-CAT-SCAN        PIC 9(3).
           05  SRC-CAT-FOUND       PIC 9(3).
           05  SRC-CAT-EOF-SW      PIC 9(1).
       01  SOURCE-CATALOG-TABLE.
           05  SOURCE-CATALOG-ENTRY OCCURS 200 TIMES.
               10  SRC-CAT-PATH    PIC X(60).
               10  SRC-CAT-SUM     PIC 9(9) COMP-5.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      EXTERNAL DATA TABLES      /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
           PERFORM CHECK-FOR-TUNING.
           PERFORM CHECK-FOR-AUTOMATION.
           PERFORM CHECK-FOR-QA-PARAMS.
           PERFORM CHECK-FOR-TRIM-PARAMS.
           PERFORM LOAD-SOURCE-CATALOG.
           PERFORM CHECK-FOR-KEYMAP.
           PERFORM CHECK-FOR-POLY-SEQUENCE.
           PERFORM CHECK-FOR-PRESET-LIBRARY.
           PERFORM CHECK-FOR-RENDER-LIST.
           EVALUATE TRUE
               WHEN RENDER-LIST-MODE = 1
                   PERFORM RUN-RENDER-LIST
               WHEN BATCH-MODE-SWITCH = 1
                   PERFORM RUN-PRESET-LIBRARY-BATCH
               WHEN OTHER
                   PERFORM RUN-SINGLE-PATCH-RENDER
           END-EVALUATE.
           STOP RUN.

      * ==========================================
           IF CHORD-MODE = 1
               PERFORM LOAD-CHORD-FILE
           END-IF.
      * A polyphonic performance has no note-granular resume point
      * (several notes are mid-envelope at any instant), so it
      * always renders from the top; DELETE-CHECKPOINT at the end
      * still clears any checkpoint left lying around.
           IF POLY-MODE = 0
               PERFORM CHECK-FOR-CHECKPOINT
           END-IF.
           IF RESTART-SWITCH = 1
               DISPLAY "Checkpoint found - resuming from sample "
                   CKPT-SAMPLE-COUNT "..."
      * >>>> SEQUENCE FILE DRIVES THE PERFORMANCE <<<<
      * Each SEQUENCE-RECORD plays one note through the same 5-stage
      * envelope a single sustained note used to run, then pads the
      * requested gap of silence before the next record. A
      * polyphonic performance plays through the voice pool instead.
           IF POLY-MODE = 1
               PERFORM RUN-POLY-SEQUENCE
           ELSE
               OPEN INPUT SEQUENCE-FILE
               PERFORM CHECK-SEQUENCE-OPEN
               MOVE 0 TO SQ-EOF-SWITCH
               IF RESTART-SWITCH = 1
                   PERFORM SKIP-COMPLETED-NOTES
               END-IF
               PERFORM UNTIL SQ-EOF-SWITCH = 1
                   READ SEQUENCE-FILE
                       AT END
                           MOVE 1 TO SQ-EOF-SWITCH
                       NOT AT END
                           PERFORM RENDER-SEQUENCE-NOTE
                           PERFORM WRITE-SEQUENCE-GAP
                   END-READ
      * After END-READ, not inside it - a hard read fault takes
      * neither the AT END nor the NOT AT END path.
                   PERFORM CHECK-SEQUENCE-READ
               END-PERFORM
               CLOSE SEQUENCE-FILE
               IF LEGATO-TIE-SW = 1
                   PERFORM RENDER-LEGATO-RELEASE
               END-IF
           END-IF.

           PERFORM CLOSE-OUTPUT-BLOCKS.
           PERFORM PATCH-WAVE-HEADER-SIZES.
           PERFORM TRIM-TRAILING-SILENCE.
           PERFORM RUN-QA-SCAN.
           PERFORM WRITE-RUN-LOG-SUMMARY.
           CLOSE RUN-LOG-FILE.
           PERFORM WRITE-PROVENANCE-RECORD.
           PERFORM DELETE-CHECKPOINT.
           DISPLAY "Done. Output.raw created.".
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
           END-READ.
           PERFORM CHECK-PATCH-READ.
           CLOSE PATCH-FILE.
           PERFORM FINGERPRINT-PATCH-IMAGE.
           PERFORM DISTRIBUTE-PATCH-FIELDS.

      * ==========================================
           MOVE PF-VELO-SENS       TO VELO-SENS.
           MOVE PF-VELO-CUT-SENS   TO VELO-CUT-SENS.

           MOVE PF-OSC2-SOURCE     TO OSC2-SOURCE.
           MOVE PF-OSC2-COARSE     TO OSC2-COARSE.
           MOVE PF-OSC2-FINE       TO OSC2-FINE.
           MOVE PF-OSC2-LEVEL      TO OSC2-LEVEL.
           MOVE PF-OSC2-MODE       TO OSC2-MODE.
           MOVE PF-LFO1-OSC2-DPTH  TO LFO1-OSC2-DPTH.
           MOVE PF-LFO2-OSC2-DPTH  TO LFO2-OSC2-DPTH.
           IF OSC2-SOURCE > 0
               MOVE 1 TO OSC2-ACTIVE-SW
           ELSE
               MOVE 0 TO OSC2-ACTIVE-SW
           END-IF.
           COMPUTE OSC2-RATIO =
               2 ** ((OSC2-COARSE * 100 + OSC2-FINE) / 1200.0).
           COMPUTE OSC2-LEVEL-FRAC = OSC2-LEVEL / 100.0.

           PERFORM SET-OUTPUT-GEOMETRY.

      * ==========================================
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

      * A polyphonic performance runs every voice through the one
      * left-channel pipeline. The stereo right channel and the
      * chord voices each keep a single play-head of their own
      * that has no meaning across overlapping notes, and the
      * keymap swaps the one shared WAVE-TABLE per zone, which two
      * notes sounding in different zones would fight over.
           IF POLY-MODE = 1 AND STEREO-MODE = 1
               DISPLAY "PATCH ERROR: STEREO-MODE cannot combine "
                   "with a polyphonic sequence (PolySequence1.dat)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.
           IF POLY-MODE = 1 AND CHORD-MODE = 1
               DISPLAY "PATCH ERROR: CHORD-MODE cannot combine "
                   "with a polyphonic sequence (PolySequence1.dat)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.
           IF POLY-MODE = 1 AND KEYMAP-MODE = 1
               AND (WAVE-SOURCE-CHOICE = 2 OR WAVE-SOURCE-CHOICE = 3)
               DISPLAY "PATCH ERROR: a keymap (Keymap1.dat) cannot "
                   "combine with a polyphonic sequence "
                   "(PolySequence1.dat)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

           IF USER-OCTAVE > 6
               DISPLAY "PATCH ERROR: USER-OCTAVE " USER-OCTAVE
                   " is out of range (0-6)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

      * Second oscillator, ranges per the SECOND OSCILLATOR LAYER
      * comment block above. OSC2-DPTH shares PTCH-DPTH's tenth-of-
      * a-semitone units, so it shares the same +/-120 ceiling.
           IF OSC2-SOURCE > 3
               DISPLAY "PATCH ERROR: OSC2-SOURCE " OSC2-SOURCE
                   " is out of range (0-3)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

           IF OSC2-COARSE < -24 OR OSC2-COARSE > 24
               DISPLAY "PATCH ERROR: OSC2-COARSE " OSC2-COARSE
                   " is out of range (-24 to 24)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

           IF OSC2-FINE < -100 OR OSC2-FINE > 100
               DISPLAY "PATCH ERROR: OSC2-FINE " OSC2-FINE
                   " is out of range (-100 to 100)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

           IF OSC2-LEVEL > 100
               DISPLAY "PATCH ERROR: OSC2-LEVEL " OSC2-LEVEL
                   " is out of range (0-100)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

           IF OSC2-MODE > 2
               DISPLAY "PATCH ERROR: OSC2-MODE " OSC2-MODE
                   " is out of range (0-2)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

           IF LFO1-OSC2-DPTH < -120 OR LFO1-OSC2-DPTH > 120
               DISPLAY "PATCH ERROR: LFO1-OSC2-DPTH " LFO1-OSC2-DPTH
                   " is out of range (-120 to 120)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

           IF LFO2-OSC2-DPTH < -120 OR LFO2-OSC2-DPTH > 120
               DISPLAY "PATCH ERROR: LFO2-OSC2-DPTH " LFO2-OSC2-DPTH
                   " is out of range (-120 to 120)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

      * Oscillator 2 steps off oscillator 1's STEP-SIZE, which only
      * means "this note against a 2048 cycle" for the looped
      * tables. A one-shot capture or a keymap zone turns STEP-SIZE
      * into a root-relative ratio, the stereo right channel and
      * the chord voices run play-heads oscillator 2 has no partner
      * for - each would leave the layer mis-pitched or missing
      * from part of the mix, so reject the combination outright.
           IF OSC2-SOURCE > 0 AND WAVE-SOURCE-CHOICE = 4
               DISPLAY "PATCH ERROR: OSC2-SOURCE cannot combine "
                   "with WAVE-SOURCE-CHOICE 4 (one-shot)."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.
           IF OSC2-SOURCE > 0 AND KEYMAP-MODE = 1
               DISPLAY "PATCH ERROR: OSC2-SOURCE cannot be used "
                   "while a keymap is active."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.
           IF OSC2-SOURCE > 0 AND STEREO-MODE = 1
               DISPLAY "PATCH ERROR: OSC2-SOURCE cannot combine "
                   "with STEREO-MODE."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.
           IF OSC2-SOURCE > 0 AND CHORD-MODE = 1
               DISPLAY "PATCH ERROR: OSC2-SOURCE cannot combine "
                   "with CHORD-MODE."
               MOVE 1 TO PATCH-ERROR-SWITCH
           END-IF.

           MOVE 0 TO PRESET-SKIP-SWITCH.
           IF PATCH-ERROR-SWITCH = 1
               IF BATCH-MODE-SWITCH = 1
               INTO RUN-LOG-RECORD WITH POINTER RLOG-PTR.
           PERFORM PUT-RUN-LOG-LINE.

           IF OSC2-ACTIVE-SW = 1
               PERFORM WRITE-RUN-LOG-OSC2
           END-IF.

           PERFORM WRITE-RUN-LOG-LFO1.
           PERFORM WRITE-RUN-LOG-LFO2.

      * Oscillator 2 settings - only logged when the layer is on,
      * so a single-oscillator patch's log reads as it always has.
       WRITE-RUN-LOG-OSC2.
           MOVE OSC2-COARSE TO RLOG-CUT-L1.
           MOVE OSC2-FINE TO RLOG-CUT-L2.
           MOVE OSC2-LEVEL TO RLOG-L1.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE 1 TO RLOG-PTR.
           STRING "OSC2: SOURCE=" DELIMITED BY SIZE
               OSC2-SOURCE DELIMITED BY SIZE
               " COARSE=" DELIMITED BY SIZE
               RLOG-CUT-L1 DELIMITED BY SIZE
               " FINE=" DELIMITED BY SIZE
               RLOG-CUT-L2 DELIMITED BY SIZE
               " LEVEL=" DELIMITED BY SIZE
               RLOG-L1 DELIMITED BY SIZE
               " MODE=" DELIMITED BY SIZE
               OSC2-MODE DELIMITED BY SIZE
               INTO RUN-LOG-RECORD WITH POINTER RLOG-PTR.
           PERFORM PUT-RUN-LOG-LINE.
           MOVE LFO1-OSC2-DPTH TO RLOG-LFO-PTCH.
           MOVE LFO2-OSC2-DPTH TO RLOG-LFO-FM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE 1 TO RLOG-PTR.
           STRING "  LFO1-DPTH=" DELIMITED BY SIZE
               RLOG-LFO-PTCH DELIMITED BY SIZE
               " LFO2-DPTH=" DELIMITED BY SIZE
               RLOG-LFO-FM DELIMITED BY SIZE
               INTO RUN-LOG-RECORD WITH POINTER RLOG-PTR.
           PERFORM PUT-RUN-LOG-LINE.

       WRITE-RUN-LOG-LFO1.
           MOVE LFO1-RATE-HZ TO RLOG-LFO-RATE.
           MOVE LFO1-DELAY-SEC TO RLOG-LFO-DELAY.
      * re-scaling here would step it to the new velocity in one
      * sample, a click the tie exists to prevent.
           IF LEGATO-TIE-SW = 0
               MOVE SQ-VELOCITY TO VELO-NOTE-IN
               PERFORM RESOLVE-NOTE-VELOCITY
           END-IF.
           IF CHORD-MODE = 1
               MOVE CV-OCTAVE(1) TO USER-OCTAVE
               PERFORM RUN-ENVELOPE-STAGE
           END-IF.

      * ==========================================
      * RESOLVE-NOTE-VELOCITY
      * Turns VELO-NOTE-IN into VELO-SCALE, VELO-CUT-ADJ and the
      * velocity-scaled VELO-L1/L2/L3 the envelope runs. Shared by
      * RENDER-SEQUENCE-NOTE and START-POLY-VOICE so a note plays
      * the same dynamics whichever sequence file carried it.
      * ==========================================
       RESOLVE-NOTE-VELOCITY.
           IF VELO-NOTE-IN = 0 OR VELO-SENS = 0
               MOVE 1 TO VELO-SCALE
           ELSE
               COMPUTE VELO-RATIO = VELO-NOTE-IN / 127.0
               COMPUTE VELO-SCALE =
                   1.0 - ((VELO-SENS / 100.0)
                       * (1.0 - VELO-RATIO))
           END-IF.
           IF VELO-NOTE-IN = 0 OR VELO-CUT-SENS = 0
               MOVE 0 TO VELO-CUT-ADJ
           ELSE
               COMPUTE VELO-RATIO = VELO-NOTE-IN / 127.0
               COMPUTE VELO-CUT-ADJ =
                   VELO-CUT-SENS * (VELO-RATIO - 1.0)
           END-IF.
           COMPUTE VELO-L1 = L1 * VELO-SCALE.
           COMPUTE VELO-L2 = L2 * VELO-SCALE.
           COMPUTE VELO-L3 = L3 * VELO-SCALE.

      * ==========================================
      * RENDER-LEGATO-RELEASE
      * The sequence ended while a legato tie was still holding its
               END-IF
           END-PERFORM.

      * ==========================================
      * RUN-POLY-SEQUENCE
      * Plays POLY-SEQUENCE-FILE through the voice pool. Output
      * advances one frame at a time: before each frame, every
      * record whose start time has been reached claims a voice
      * (START-POLY-VOICE), then RENDER-POLY-FRAME mixes whatever
      * is sounding. Silence before, between and after notes is
      * simply frames with no voice active. The performance ends
      * once the file is exhausted and the last voice's release
      * has played out.
      * ==========================================
       RUN-POLY-SEQUENCE.
           OPEN INPUT POLY-SEQUENCE-FILE.
           PERFORM CHECK-POLY-SEQUENCE-OPEN.
           MOVE 0 TO PQ-EOF-SWITCH.
           MOVE 0 TO PQ-PREV-START-SEC.
           MOVE STEP-SIZE TO POLY-LAST-STEP.
           MOVE SAMPLE-RATE TO POLY-LOG-COUNTDOWN.
           PERFORM WRITE-RUN-LOG-POLY-HEADER.
           PERFORM READ-NEXT-POLY-NOTE.
           PERFORM UNTIL PQ-EOF-SWITCH = 1 AND POLY-ACTIVE-COUNT = 0
               PERFORM UNTIL PQ-EOF-SWITCH = 1
                   OR PQ-NEXT-START-SMPL > GLOBAL-SAMPLE-COUNT
                   PERFORM START-POLY-VOICE
                   PERFORM READ-NEXT-POLY-NOTE
               END-PERFORM
               PERFORM RENDER-POLY-FRAME
           END-PERFORM.
           CLOSE POLY-SEQUENCE-FILE.
           PERFORM WRITE-RUN-LOG-POLY-SUMMARY.

      * ==========================================
      * READ-NEXT-POLY-NOTE
      * Reads the next POLY-SEQUENCE-RECORD and converts its start
      * time to an output frame count for RUN-POLY-SEQUENCE.
      * ==========================================
       READ-NEXT-POLY-NOTE.
           READ POLY-SEQUENCE-FILE
               AT END
                   MOVE 1 TO PQ-EOF-SWITCH
           END-READ.
      * After END-READ, not inside it - a hard read fault takes
      * neither path.
           PERFORM CHECK-POLY-SEQUENCE-READ.
           IF PQ-EOF-SWITCH = 0
               COMPUTE PQ-NEXT-START-SMPL = PQ-START-SEC * SAMPLE-RATE
           END-IF.

      * ==========================================
      * START-POLY-VOICE
      * Note-on for the POLY-SEQUENCE-RECORD just reached: range-
      * checks it the way RENDER-SEQUENCE-NOTE checks a
      * SEQUENCE-RECORD, claims a voice (FIND-POLY-VOICE), and
      * loads that voice with the note's pitch, glide ramp,
      * velocity-scaled levels, stretched sustain and fresh filter
      * memory. Glide slides in from the previous note triggered,
      * whichever voice it landed on. LFOs with KEY-TRIG = 1
      * retrigger on every note-on, as they do in the mono path.
      * ==========================================
       START-POLY-VOICE.
           ADD 1 TO SQ-NOTE-COUNT.
           IF PQ-START-SEC < PQ-PREV-START-SEC
               DISPLAY "SEQUENCE ERROR: PQ-START-SEC " PQ-START-SEC
                   " on note " SQ-NOTE-COUNT " is earlier than the "
                   "note before it - records must be in start order."
               STOP RUN
           END-IF.
           MOVE PQ-START-SEC TO PQ-PREV-START-SEC.
           IF PQ-OCTAVE > 6
               DISPLAY "SEQUENCE ERROR: PQ-OCTAVE " PQ-OCTAVE
                   " is out of range (0-6) on note " SQ-NOTE-COUNT "."
               STOP RUN
           END-IF.
           IF PQ-NOTE > 11
               DISPLAY "SEQUENCE ERROR: PQ-NOTE " PQ-NOTE
                   " is out of range (0-11) on note " SQ-NOTE-COUNT "."
               STOP RUN
           END-IF.
           IF PQ-VELOCITY > 127
               DISPLAY "SEQUENCE ERROR: PQ-VELOCITY " PQ-VELOCITY
                   " is out of range (0-127) on note "
                   SQ-NOTE-COUNT "."
               STOP RUN
           END-IF.
      * T-SUSTAIN stretches to land the whole envelope on
      * PQ-DURATION-SEC, with the same 99.99-second ceiling
      * RENDER-SEQUENCE-NOTE enforces.
           COMPUTE SQ-FIXED-STAGES-SEC = T1 + T2 + T3 + T4.
           IF PQ-DURATION-SEC > SQ-FIXED-STAGES-SEC
               COMPUTE POLY-SUSTAIN-WORK =
                   PQ-DURATION-SEC - SQ-FIXED-STAGES-SEC
               IF POLY-SUSTAIN-WORK > 99.99
                   DISPLAY "SEQUENCE ERROR: PQ-DURATION-SEC "
                       PQ-DURATION-SEC " on note " SQ-NOTE-COUNT
                       " needs a sustain stage beyond 99.99 "
                       "seconds - reduce PQ-DURATION-SEC or the "
                       "fixed T1-T4 total."
                   STOP RUN
               END-IF
           ELSE
               MOVE 0 TO POLY-SUSTAIN-WORK
           END-IF.

           PERFORM FIND-POLY-VOICE.
           MOVE 1 TO PV-ACTIVE-SW(POLY-IDX).
           MOVE SQ-NOTE-COUNT TO PV-NOTE-NUM(POLY-IDX).
           MOVE PQ-OCTAVE TO PV-OCTAVE(POLY-IDX).
           MOVE PQ-NOTE TO PV-NOTE(POLY-IDX).
           MOVE POLY-SUSTAIN-WORK TO PV-T-SUSTAIN(POLY-IDX).

           MOVE PQ-VELOCITY TO VELO-NOTE-IN.
           PERFORM RESOLVE-NOTE-VELOCITY.
           MOVE VELO-L1 TO PV-L1(POLY-IDX).
           MOVE VELO-L2 TO PV-L2(POLY-IDX).
           MOVE VELO-L3 TO PV-L3(POLY-IDX).
           MOVE VELO-CUT-ADJ TO PV-VELO-CUT-ADJ(POLY-IDX).

           MOVE PQ-OCTAVE TO USER-OCTAVE.
           MOVE PQ-NOTE TO USER-NOTE.
           MOVE POLY-LAST-STEP TO GLIDE-PREV-STEP.
           PERFORM GET-PITCH-SETTINGS.
           PERFORM FREQUENCY-MATH.
      * A one-shot capture restarts from its first sample on every
      * note; a looped table voice starts at its own randomized
      * phase, the way each chord voice does.
           IF ONESHOT-ACTIVE-SW = 1
               COMPUTE STEP-SIZE =
                   (TARGET-FREQUENCY / ONESHOT-ROOT-FREQ)
                   * 44100 / SAMPLE-RATE
               MOVE 1 TO PV-READ-POSITION(POLY-IDX)
           ELSE
               PERFORM GENERATE-DRIFT
               COMPUTE PV-READ-POSITION(POLY-IDX) =
                   (RANDOM-RESULT * 2047.0) + 1.0
           END-IF.
           MOVE 0 TO PV-ONESHOT-DONE(POLY-IDX).
      * Oscillator 2 starts at the top of its table - no random
      * draw, so the voice's phase sequence is unchanged by it.
           MOVE 1 TO PV-OSC2-POSITION(POLY-IDX).
           PERFORM SET-UP-NOTE-GLIDE.
           MOVE GLIDE-TARGET-STEP TO POLY-LAST-STEP.
           MOVE STEP-SIZE TO PV-STEP-SIZE(POLY-IDX).
           MOVE GLIDE-CURRENT-STEP TO PV-GLIDE-CURRENT(POLY-IDX).
           MOVE GLIDE-TARGET-STEP TO PV-GLIDE-TARGET(POLY-IDX).
           MOVE GLIDE-STEP-INCR TO PV-GLIDE-INCR(POLY-IDX).
           MOVE GLIDE-SAMPLES-LEFT TO PV-GLIDE-LEFT(POLY-IDX).

      * Fresh filter memory and TVF envelope. The smoothed cutoff
      * starts settled on the note's opening cutoff instead of
      * sweeping in from wherever the previous owner left it.
           MOVE 0 TO PV-X1-INPUT(POLY-IDX).
           MOVE 0 TO PV-X2-INPUT(POLY-IDX).
           MOVE 0 TO PV-Y1-OUTPUT(POLY-IDX).
           MOVE 0 TO PV-Y2-OUTPUT(POLY-IDX).
           MOVE 0 TO PV-TVF-CLOCK(POLY-IDX).
           MOVE 0 TO PV-CURRENT-KNOB(POLY-IDX).
           COMPUTE DEPTH-CALC = BASE-CUTOFF + VELO-CUT-ADJ.
           IF DEPTH-CALC > 100
               MOVE 100 TO DEPTH-CALC
           END-IF.
           IF DEPTH-CALC < 0
               MOVE 0 TO DEPTH-CALC
           END-IF.
           MOVE DEPTH-CALC TO PV-SMOOTHED-DEPTH(POLY-IDX).

           IF LFO1-KEY-TRIG = 1
               PERFORM INIT-LFO1-STATE
           END-IF.
           IF LFO2-KEY-TRIG = 1
               PERFORM INIT-LFO2-STATE
           END-IF.

           IF POLY-ACTIVE-COUNT > POLY-PEAK-COUNT
               MOVE POLY-ACTIVE-COUNT TO POLY-PEAK-COUNT
           END-IF.
           PERFORM WRITE-RUN-LOG-POLY-NOTE.

           MOVE 0 TO PV-ENV-STAGE(POLY-IDX).
           MOVE 0 TO PV-STAGE-LEFT(POLY-IDX).
           MOVE 0 TO PV-RUNNING-AMP(POLY-IDX).
           MOVE 0 TO PV-AMP-STEP(POLY-IDX).
           PERFORM ARM-POLY-ENVELOPE-STAGE.

      * ==========================================
      * FIND-POLY-VOICE
      * Leaves POLY-IDX on the voice the new note will play on:
      * the first free voice, or - with all POLY-VOICE-LIMIT
      * sounding - the one whose note started first (lowest
      * PV-NOTE-NUM, since records arrive in start order). A
      * steal is logged with the note it cut off.
      * ==========================================
       FIND-POLY-VOICE.
           MOVE 0 TO POLY-FOUND-IDX.
           PERFORM VARYING POLY-IDX FROM 1 BY 1
               UNTIL POLY-IDX > POLY-VOICE-LIMIT
               IF PV-ACTIVE-SW(POLY-IDX) = 0
                   MOVE POLY-IDX TO POLY-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF POLY-FOUND-IDX > 0
               MOVE POLY-FOUND-IDX TO POLY-IDX
               ADD 1 TO POLY-ACTIVE-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO POLY-FOUND-IDX.
           MOVE PV-NOTE-NUM(1) TO POLY-OLDEST-NOTE.
           PERFORM VARYING POLY-IDX FROM 2 BY 1
               UNTIL POLY-IDX > POLY-VOICE-LIMIT
               IF PV-NOTE-NUM(POLY-IDX) < POLY-OLDEST-NOTE
                   MOVE POLY-IDX TO POLY-FOUND-IDX
                   MOVE PV-NOTE-NUM(POLY-IDX) TO POLY-OLDEST-NOTE
               END-IF
           END-PERFORM.
           MOVE POLY-FOUND-IDX TO POLY-IDX.
           ADD 1 TO POLY-STEAL-COUNT.
           PERFORM WRITE-RUN-LOG-VOICE-STEAL.

      * ==========================================
      * ARM-POLY-ENVELOPE-STAGE
      * Moves voice POLY-IDX into its next TVA stage - the same
      * five stages, levels and ramps RENDER-SEQUENCE-NOTE hands
      * RUN-ENVELOPE-STAGE, but armed one stage at a time so every
      * voice can sit at a different point of its own envelope.
      * Stages too short to last a sample are passed straight
      * through, as RUN-ENVELOPE-STAGE passes them. Past stage 5
      * the voice is free again.
      * ==========================================
       ARM-POLY-ENVELOPE-STAGE.
           PERFORM UNTIL PV-STAGE-LEFT(POLY-IDX) > 0
                   OR PV-ENV-STAGE(POLY-IDX) > 5
               ADD 1 TO PV-ENV-STAGE(POLY-IDX)
               EVALUATE PV-ENV-STAGE(POLY-IDX)
                   WHEN 1
                       MOVE 0 TO START-VOLUME
                       MOVE PV-L1(POLY-IDX) TO END-VOLUME
                       MOVE T1 TO DURATION-SECONDS
                   WHEN 2
                       MOVE PV-L1(POLY-IDX) TO START-VOLUME
                       MOVE PV-L2(POLY-IDX) TO END-VOLUME
                       MOVE T2 TO DURATION-SECONDS
                   WHEN 3
                       MOVE PV-L2(POLY-IDX) TO START-VOLUME
                       MOVE PV-L3(POLY-IDX) TO END-VOLUME
                       MOVE T3 TO DURATION-SECONDS
                   WHEN 4
                       MOVE PV-L3(POLY-IDX) TO START-VOLUME
                       MOVE PV-L3(POLY-IDX) TO END-VOLUME
                       MOVE PV-T-SUSTAIN(POLY-IDX) TO DURATION-SECONDS
                   WHEN 5
                       MOVE PV-L3(POLY-IDX) TO START-VOLUME
                       MOVE 0 TO END-VOLUME
                       MOVE T4 TO DURATION-SECONDS
                   WHEN OTHER
                       EXIT PERFORM
               END-EVALUATE
               COMPUTE TOTAL-SAMPLES = DURATION-SECONDS * SAMPLE-RATE
               COMPUTE START-AMP = START-VOLUME / 100.0
               COMPUTE END-AMP   = END-VOLUME / 100.0
               IF TOTAL-SAMPLES < 1
                   MOVE END-AMP TO PV-RUNNING-AMP(POLY-IDX)
               ELSE
                   COMPUTE PV-AMP-STEP(POLY-IDX) =
                       (END-AMP - START-AMP) / TOTAL-SAMPLES
                   MOVE START-AMP TO PV-RUNNING-AMP(POLY-IDX)
                   MOVE TOTAL-SAMPLES TO PV-STAGE-LEFT(POLY-IDX)
               END-IF
           END-PERFORM.
           IF PV-ENV-STAGE(POLY-IDX) > 5
               MOVE 0 TO PV-ACTIVE-SW(POLY-IDX)
               SUBTRACT 1 FROM POLY-ACTIVE-COUNT
           END-IF.

      * ==========================================
      * RENDER-POLY-FRAME
      * One output frame of a polyphonic performance: the shared
      * per-frame work GENERATE-SAMPLE-BLOCK does (progress,
      * automation tick, both LFOs), then every active voice, then
      * the mix goes out through APPLY-VOLUME-AND-WRITE at unity
      * level - each voice has already applied its own envelope.
      * Once per second of output the run log records how many
      * voices were sounding.
      * ==========================================
       RENDER-POLY-FRAME.
           PERFORM UPDATE-PROGRESS.
           IF AUTOMATION-MODE = 1
               ADD 1 TO AUTO-CLOCK
               PERFORM ADVANCE-AUTOMATION
           END-IF.
           PERFORM ADVANCE-LFO-ENGINES.
           MOVE 0 TO POLY-SAMPLE-SUM.
           IF POLY-ACTIVE-COUNT > 0
               MOVE GLOBAL-SAMPLE-COUNT TO POLY-CLOCK-SAVE
               PERFORM VARYING POLY-IDX FROM 1 BY 1
                   UNTIL POLY-IDX > POLY-VOICE-LIMIT
                   IF PV-ACTIVE-SW(POLY-IDX) = 1
                       PERFORM RENDER-POLY-VOICE
                   END-IF
               END-PERFORM
               MOVE POLY-CLOCK-SAVE TO GLOBAL-SAMPLE-COUNT
           END-IF.
           COMPUTE INTERP-RESULT = POLY-SAMPLE-SUM / POLY-MIX-DIVISOR.
           MOVE 1 TO RUNNING-AMP.
           MOVE 0 TO AMP-STEP.
           PERFORM APPLY-VOLUME-AND-WRITE.
           SUBTRACT 1 FROM POLY-LOG-COUNTDOWN.
           IF POLY-LOG-COUNTDOWN = 0
               PERFORM WRITE-RUN-LOG-VOICE-COUNT
               MOVE SAMPLE-RATE TO POLY-LOG-COUNTDOWN
           END-IF.

      * ==========================================
      * RENDER-POLY-VOICE
      * One sample of voice POLY-IDX. Swaps the voice's state into
      * the shared engine fields, runs the same raw-sample, pitch
      * LFO, TVF envelope, filter and TVA paragraphs
      * GENERATE-SAMPLE-BLOCK runs, adds the enveloped result into
      * POLY-SAMPLE-SUM, steps the glide and play-head, and stores
      * the state back. GLOBAL-SAMPLE-COUNT carries the voice's own
      * TVF clock while UPDATE-CUT-PARAMETER reads it, so each note
      * sweeps its own filter envelope from its own note-on;
      * RENDER-POLY-FRAME puts the real count back afterwards.
      * ==========================================
       RENDER-POLY-VOICE.
           MOVE PV-READ-POSITION(POLY-IDX)  TO READ-POSITION.
           MOVE PV-OSC2-POSITION(POLY-IDX)  TO OSC2-READ-POSITION.
           MOVE PV-STEP-SIZE(POLY-IDX)      TO STEP-SIZE.
           MOVE PV-ONESHOT-DONE(POLY-IDX)   TO ONESHOT-DONE-SW.
           MOVE PV-GLIDE-CURRENT(POLY-IDX)  TO GLIDE-CURRENT-STEP.
           MOVE PV-GLIDE-TARGET(POLY-IDX)   TO GLIDE-TARGET-STEP.
           MOVE PV-GLIDE-INCR(POLY-IDX)     TO GLIDE-STEP-INCR.
           MOVE PV-GLIDE-LEFT(POLY-IDX)     TO GLIDE-SAMPLES-LEFT.
           MOVE PV-X1-INPUT(POLY-IDX)       TO X1-INPUT.
           MOVE PV-X2-INPUT(POLY-IDX)       TO X2-INPUT.
           MOVE PV-Y1-OUTPUT(POLY-IDX)      TO Y1-OUTPUT.
           MOVE PV-Y2-OUTPUT(POLY-IDX)      TO Y2-OUTPUT.
           MOVE PV-SMOOTHED-DEPTH(POLY-IDX) TO SMOOTHED-DEPTH.
           MOVE PV-CURRENT-KNOB(POLY-IDX)   TO CURRENT-KNOB.
           MOVE PV-VELO-CUT-ADJ(POLY-IDX)   TO VELO-CUT-ADJ.
           ADD 1 TO PV-TVF-CLOCK(POLY-IDX).
           MOVE PV-TVF-CLOCK(POLY-IDX)      TO OUTPUT-COUNT.
           MOVE PV-TVF-CLOCK(POLY-IDX)      TO GLOBAL-SAMPLE-COUNT.

           PERFORM CALCULATE-INDICES.
           PERFORM COMPUTE-RAW-SAMPLE.
           IF OSC2-ACTIVE-SW = 1
               PERFORM MIX-OSCILLATOR-2
           END-IF.
           PERFORM APPLY-LFO-PITCH.
           PERFORM UPDATE-CUT-PARAMETER.
           PERFORM APPLY-LFO-TVF.
           PERFORM RECALCULATE-COEFFICIENTS.
           PERFORM APPLY-FILTER.
           PERFORM APPLY-LFO-TVA.
           COMPUTE POLY-SAMPLE-SUM = POLY-SAMPLE-SUM +
               (INTERP-RESULT * PV-RUNNING-AMP(POLY-IDX)).
           ADD PV-AMP-STEP(POLY-IDX) TO PV-RUNNING-AMP(POLY-IDX).
           PERFORM ADVANCE-NOTE-GLIDE.
           PERFORM ADVANCE-POINTERS.

           MOVE READ-POSITION      TO PV-READ-POSITION(POLY-IDX).
           MOVE OSC2-READ-POSITION TO PV-OSC2-POSITION(POLY-IDX).
           MOVE STEP-SIZE          TO PV-STEP-SIZE(POLY-IDX).
           MOVE ONESHOT-DONE-SW    TO PV-ONESHOT-DONE(POLY-IDX).
           MOVE GLIDE-CURRENT-STEP TO PV-GLIDE-CURRENT(POLY-IDX).
           MOVE GLIDE-SAMPLES-LEFT TO PV-GLIDE-LEFT(POLY-IDX).
           MOVE X1-INPUT           TO PV-X1-INPUT(POLY-IDX).
           MOVE X2-INPUT           TO PV-X2-INPUT(POLY-IDX).
           MOVE Y1-OUTPUT          TO PV-Y1-OUTPUT(POLY-IDX).
           MOVE Y2-OUTPUT          TO PV-Y2-OUTPUT(POLY-IDX).
           MOVE SMOOTHED-DEPTH     TO PV-SMOOTHED-DEPTH(POLY-IDX).
           MOVE CURRENT-KNOB       TO PV-CURRENT-KNOB(POLY-IDX).

           SUBTRACT 1 FROM PV-STAGE-LEFT(POLY-IDX).
           IF PV-STAGE-LEFT(POLY-IDX) = 0
               PERFORM ARM-POLY-ENVELOPE-STAGE
           END-IF.

      * ==========================================
      * WRITE-RUN-LOG-POLY-HEADER
      * Opens the polyphonic section of the run log with the size
      * of the voice pool the performance plays through.
      * ==========================================
       WRITE-RUN-LOG-POLY-HEADER.
           MOVE POLY-VOICE-LIMIT TO RLOG-VOICES.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE 1 TO RLOG-PTR.
           STRING "POLYPHONIC SEQUENCE: VOICE POOL=" DELIMITED BY SIZE
               RLOG-VOICES DELIMITED BY SIZE
               INTO RUN-LOG-RECORD WITH POINTER RLOG-PTR.
           PERFORM PUT-RUN-LOG-LINE.

      * ==========================================
      * WRITE-RUN-LOG-POLY-NOTE
      * One line per POLY-SEQUENCE-RECORD at its note-on: start
      * time, pitch, velocity, the voice it took and how many
      * voices are sounding with it.
      * ==========================================
       WRITE-RUN-LOG-POLY-NOTE.
           MOVE SQ-NOTE-COUNT TO RLOG-NOTE-NUM.
           MOVE PQ-START-SEC TO RLOG-START-SEC.
           MOVE TARGET-FREQUENCY TO RLOG-FREQ.
           MOVE USER-OCTAVE TO RLOG-OCTAVE.
           MOVE USER-NOTE TO RLOG-NOTE-VAL.
           MOVE PQ-VELOCITY TO RLOG-VELO.
           MOVE POLY-IDX TO RLOG-VOICE.
           MOVE POLY-ACTIVE-COUNT TO RLOG-VOICES.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE 1 TO RLOG-PTR.
           STRING "NOTE " DELIMITED BY SIZE
               RLOG-NOTE-NUM DELIMITED BY SIZE
               ": START-SEC=" DELIMITED BY SIZE
               RLOG-START-SEC DELIMITED BY SIZE
               " OCTAVE=" DELIMITED BY SIZE
               RLOG-OCTAVE DELIMITED BY SIZE
               " NOTE=" DELIMITED BY SIZE
               RLOG-NOTE-VAL DELIMITED BY SIZE
               " FREQ-HZ=" DELIMITED BY SIZE
               RLOG-FREQ DELIMITED BY SIZE
               " VEL=" DELIMITED BY SIZE
               RLOG-VELO DELIMITED BY SIZE
               " VOICE=" DELIMITED BY SIZE
               RLOG-VOICE DELIMITED BY SIZE
               " VOICES IN USE=" DELIMITED BY SIZE
               RLOG-VOICES DELIMITED BY SIZE
               INTO RUN-LOG-RECORD WITH POINTER RLOG-PTR.
           PERFORM PUT-RUN-LOG-LINE.

      * ==========================================
      * WRITE-RUN-LOG-VOICE-STEAL
      * Logged by FIND-POLY-VOICE when the pool is full: which
      * voice was taken, the note it was still playing, and the
      * new note that took it.
      * ==========================================
       WRITE-RUN-LOG-VOICE-STEAL.
           MOVE PQ-START-SEC TO RLOG-START-SEC.
           MOVE POLY-IDX TO RLOG-VOICE.
           MOVE PV-NOTE-NUM(POLY-IDX) TO RLOG-STEAL-NOTE.
           MOVE SQ-NOTE-COUNT TO RLOG-NOTE-NUM.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE 1 TO RLOG-PTR.
           STRING "VOICE STEAL AT SEC=" DELIMITED BY SIZE
               RLOG-START-SEC DELIMITED BY SIZE
               ": VOICE " DELIMITED BY SIZE
               RLOG-VOICE DELIMITED BY SIZE
               " (NOTE " DELIMITED BY SIZE
               RLOG-STEAL-NOTE DELIMITED BY SIZE
               ") TAKEN FOR NOTE " DELIMITED BY SIZE
               RLOG-NOTE-NUM DELIMITED BY SIZE
               INTO RUN-LOG-RECORD WITH POINTER RLOG-PTR.
           PERFORM PUT-RUN-LOG-LINE.

      * ==========================================
      * WRITE-RUN-LOG-VOICE-COUNT
      * Once per second of output: voices sounding at that point.
      * ==========================================
       WRITE-RUN-LOG-VOICE-COUNT.
           COMPUTE RLOG-START-SEC = GLOBAL-SAMPLE-COUNT / SAMPLE-RATE.
           MOVE POLY-ACTIVE-COUNT TO RLOG-VOICES.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE 1 TO RLOG-PTR.
           STRING "AT SEC=" DELIMITED BY SIZE
               RLOG-START-SEC DELIMITED BY SIZE
               " VOICES IN USE=" DELIMITED BY SIZE
               RLOG-VOICES DELIMITED BY SIZE
               INTO RUN-LOG-RECORD WITH POINTER RLOG-PTR.
           PERFORM PUT-RUN-LOG-LINE.

      * ==========================================
      * WRITE-RUN-LOG-POLY-SUMMARY
      * Closes the polyphonic section: notes played, the most
      * voices sounding at once and the number of voice steals.
      * ==========================================
       WRITE-RUN-LOG-POLY-SUMMARY.
           MOVE SQ-NOTE-COUNT TO RLOG-NOTE-NUM.
           MOVE POLY-PEAK-COUNT TO RLOG-VOICES.
           MOVE POLY-STEAL-COUNT TO RLOG-STEAL-NOTE.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE 1 TO RLOG-PTR.
           STRING "POLYPHONY: NOTES=" DELIMITED BY SIZE
               RLOG-NOTE-NUM DELIMITED BY SIZE
               " PEAK VOICES IN USE=" DELIMITED BY SIZE
               RLOG-VOICES DELIMITED BY SIZE
               " VOICE STEALS=" DELIMITED BY SIZE
               RLOG-STEAL-NOTE DELIMITED BY SIZE
               INTO RUN-LOG-RECORD WITH POINTER RLOG-PTR.
           PERFORM PUT-RUN-LOG-LINE.

       GET-WAVE-SOURCE.
      * Loaded from PATCH-FILE by LOAD-PATCH-SETTINGS. Choice 3 is
      * the dual-table morph: both RAW sources load, and MORPH-
      * ACTIVE-SW arms the per-sample crossfade in COMPUTE-RAW-
      * SAMPLE. Choice 4 is one-shot playback: the whole IN-FILE
      * capture streams once per note (ONESHOT-ACTIVE-SW). The
      * switches are cleared first so a batch preset never
      * inherits the previous preset's mode or tables.
           MOVE 0 TO MORPH-ACTIVE-SW.
           MOVE 0 TO ONESHOT-ACTIVE-SW.
      * Kept for the provenance record - a keymap zone re-points
      * IN-FILE-PATH once the performance starts.
           MOVE IN-FILE-PATH TO PROV-BASE-SOURCE-PATH.
           EVALUATE WAVE-SOURCE-CHOICE
               WHEN 2
                   PERFORM LOAD-FILE-TO-TABLE
               WHEN 3
                   PERFORM LOAD-FILE-TO-TABLE
                   PERFORM LOAD-FILE-B-TO-TABLE
                   MOVE 1 TO MORPH-ACTIVE-SW
               WHEN 4
                   PERFORM LOAD-ONESHOT-CAPTURE
                   MOVE 1 TO ONESHOT-ACTIVE-SW
               WHEN OTHER
                   PERFORM ANGLE-RADIANS-SINE
           END-EVALUATE.
           IF OSC2-ACTIVE-SW = 1
               PERFORM LOAD-OSC2-TABLE
           END-IF.
      * One 4096-byte block READ covers the whole 2048-sample source
      * - the byte pairs are then reconstructed out of the block in
      * memory, the same signed little-endian math as always.
       LOAD-FILE-TO-TABLE.
           OPEN INPUT IN-FILE.
      * A source that cannot open never renders silence in its
      * place - fail loudly, exactly as a missing FineWine.raw
      * always has.
           IF IN-FILE-STATUS NOT = "00"
               DISPLAY "SOURCE ERROR: cannot open " IN-FILE-PATH
                   " (status " IN-FILE-STATUS ") - aborting run."
               STOP RUN
           END-IF.
           MOVE ALL X"00" TO BINARY-BLOCK.
           READ IN-FILE
             AT END DISPLAY "End of file" END-READ.
           PERFORM VARYING WAVE-IDX FROM 1 BY 1
             UNTIL WAVE-IDX > TABLE-SIZE
             COMPUTE BLOCK-BYTE-IDX = (WAVE-IDX * 2) - 1

      * Convert Binary to Integer
             COMPUTE RESULT-WRITER =
                 FUNCTION ORD(BINARY-BLOCK(BLOCK-BYTE-IDX:1)) - 1
             COMPUTE ENDIAN =
                 FUNCTION ORD(BINARY-BLOCK(BLOCK-BYTE-IDX + 1:1)) - 1
             COMPUTE RESULT-WRITER =
                 RESULT-WRITER + (ENDIAN * 256)

      * Handle Signed 16-bit
             IF RESULT-WRITER > 32767
                 SUBTRACT 65536 FROM RESULT-WRITER
             END-IF

      * Normalize to -1.0 to 1.0 Float
             COMPUTE WAVE-SAMPLE(WAVE-IDX) =
                 RESULT-WRITER / 32768.0
           END-PERFORM.
           CLOSE IN-FILE.

      * Mirror of LOAD-FILE-TO-TABLE reading the second morph source
      * (IN-FILE-B) into WAVE-TABLE-B - same one-block READ, same
      * signed 16-bit little-endian reconstruction.
       LOAD-FILE-B-TO-TABLE.
           OPEN INPUT IN-FILE-B.
           END-PERFORM.
           CLOSE IN-FILE-B.

      * ==========================================
      * LOAD-OSC2-TABLE
      * Fills OSC2-TABLE for the second oscillator from its own
      * source choice - never from oscillator 1's tables, so the
      * layer can be a sine over a RAW, or the B RAW over the A one.
      * The RAW reads are the same one-block READ and signed
      * little-endian reconstruction as LOAD-FILE-TO-TABLE /
      * LOAD-FILE-B-TO-TABLE, with the same loud failure when the
      * source cannot open.
      * ==========================================
       LOAD-OSC2-TABLE.
           EVALUATE OSC2-SOURCE
               WHEN 2
                   PERFORM LOAD-OSC2-FROM-FILE
               WHEN 3
                   PERFORM LOAD-OSC2-FROM-FILE-B
               WHEN OTHER
                   PERFORM VARYING OSC2-LOAD-IDX FROM 1 BY 1
                     UNTIL OSC2-LOAD-IDX > TABLE-SIZE
                       COMPUTE TEMP-ANGLE = (2 * PI-CONSTANT *
                           (OSC2-LOAD-IDX - 1)) / TABLE-SIZE
                       COMPUTE OSC2-WAVE-SAMPLE(OSC2-LOAD-IDX)
                       = FUNCTION SIN(TEMP-ANGLE)
                   END-PERFORM
           END-EVALUATE.

       LOAD-OSC2-FROM-FILE.
           OPEN INPUT IN-FILE.
           IF IN-FILE-STATUS NOT = "00"
               DISPLAY "SOURCE ERROR: cannot open " IN-FILE-PATH
                   " for oscillator 2 (status " IN-FILE-STATUS
                   ") - aborting run."
               STOP RUN
           END-IF.
           MOVE ALL X"00" TO BINARY-BLOCK.
           READ IN-FILE
             AT END DISPLAY "End of file" END-READ.
           PERFORM VARYING OSC2-LOAD-IDX FROM 1 BY 1
             UNTIL OSC2-LOAD-IDX > TABLE-SIZE
             COMPUTE BLOCK-BYTE-IDX = (OSC2-LOAD-IDX * 2) - 1
             COMPUTE RESULT-WRITER =
                 FUNCTION ORD(BINARY-BLOCK(BLOCK-BYTE-IDX:1)) - 1
             COMPUTE ENDIAN =
                 FUNCTION ORD(BINARY-BLOCK(BLOCK-BYTE-IDX + 1:1)) - 1
             COMPUTE RESULT-WRITER =
                 RESULT-WRITER + (ENDIAN * 256)
             IF RESULT-WRITER > 32767
                 SUBTRACT 65536 FROM RESULT-WRITER
             END-IF
             COMPUTE OSC2-WAVE-SAMPLE(OSC2-LOAD-IDX) =
                 RESULT-WRITER / 32768.0
           END-PERFORM.
           CLOSE IN-FILE.

       LOAD-OSC2-FROM-FILE-B.
           OPEN INPUT IN-FILE-B.
           IF IN-FILE-B-STATUS NOT = "00"
               DISPLAY "SOURCE ERROR: cannot open FineWine-B.raw "
                   "for oscillator 2 (status "
                   IN-FILE-B-STATUS ") - aborting run."
               STOP RUN
           END-IF.
           MOVE ALL X"00" TO BINARY-BLOCK-B.
           READ IN-FILE-B
             AT END DISPLAY "End of file" END-READ.
           PERFORM VARYING OSC2-LOAD-IDX FROM 1 BY 1
             UNTIL OSC2-LOAD-IDX > TABLE-SIZE
             COMPUTE BLOCK-BYTE-IDX = (OSC2-LOAD-IDX * 2) - 1
             COMPUTE RESULT-WRITER =
                 FUNCTION ORD(BINARY-BLOCK-B(BLOCK-BYTE-IDX:1)) - 1
             COMPUTE ENDIAN =
                 FUNCTION ORD(BINARY-BLOCK-B(BLOCK-BYTE-IDX + 1:1))
                 - 1
             COMPUTE RESULT-WRITER =
                 RESULT-WRITER + (ENDIAN * 256)
             IF RESULT-WRITER > 32767
                 SUBTRACT 65536 FROM RESULT-WRITER
             END-IF
             COMPUTE OSC2-WAVE-SAMPLE(OSC2-LOAD-IDX) =
                 RESULT-WRITER / 32768.0
           END-PERFORM.
           CLOSE IN-FILE-B.

      * ==========================================
      * LOAD-ONESHOT-CAPTURE
      * Streams IN-FILE whole into ONESHOT-SAMPLE-TABLE: the same
      * Runs before TVF and TVA modulation paragraphs below.
           PERFORM ADVANCE-LFO-ENGINES.
           PERFORM COMPUTE-RAW-SAMPLE.
      * >>>> SECOND OSCILLATOR LAYER <<<<
      * Mixes, syncs or ring-modulates oscillator 2 into the raw
      * sample ahead of the filter.
           IF OSC2-ACTIVE-SW = 1
               PERFORM MIX-OSCILLATOR-2
           END-IF.
      * >>>> LFO PITCH MODULATION (VIBRATO) <<<<
      * Offsets READ-POSITION fractionally each sample.
           PERFORM APPLY-LFO-PITCH.
           IF GLOBAL-SAMPLE-COUNT >= NEXT-UPDATE
               DISPLAY "Processed " GLOBAL-SAMPLE-COUNT " samples..."
               ADD PROGRESS-THRESHOLD TO NEXT-UPDATE
      * No checkpoint for a polyphonic performance - see
      * RUN-SINGLE-PATCH-RENDER.
               IF POLY-MODE = 0
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.

      * ==========================================
           CLOSE OUT-FILE.
           CLOSE QA-TEMP-FILE.

      * Stream the staged copy back over the real output.
           MOVE 0 TO QA-EOF-SWITCH.
           OPEN INPUT QA-TEMP-FILE.
           OPEN OUTPUT OUT-FILE.
           PERFORM UNTIL QA-EOF-SWITCH = 1
               READ QA-TEMP-FILE
                   AT END
                       MOVE 1 TO QA-EOF-SWITCH
                   NOT AT END
                       MOVE QA-TEMP-BYTE TO RAW-BYTES
                       PERFORM PUT-NORMALIZED-BYTE
               END-READ
               PERFORM CHECK-QA-TEMP-READ
           END-PERFORM.
           CLOSE QA-TEMP-FILE.
           CLOSE OUT-FILE.

           MOVE QA-GAIN TO QA-RPT-GAIN.
           MOVE QP-TARGET-DBFS TO QA-RPT-TARGET.
           MOVE SPACES TO QA-REPORT-RECORD.
           MOVE 1 TO QA-RPT-PTR.
           STRING "  NORMALIZED TO " DELIMITED BY SIZE
               QA-RPT-TARGET DELIMITED BY SIZE
               " dBFS (GAIN " DELIMITED BY SIZE
               QA-RPT-GAIN DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO QA-REPORT-RECORD WITH POINTER QA-RPT-PTR.
           PERFORM PUT-QA-REPORT-REC.

      * ==========================================
      * CHECK-FOR-TRIM-PARAMS
      * Same open-read-close probe as CHECK-FOR-QA-PARAMS for the
      * one TRIM-PARAM-RECORD. A floor at or above full scale would
      * call the whole render silence, so it disables the trim with
      * a message instead.
      * ==========================================
       CHECK-FOR-TRIM-PARAMS.
           MOVE 0 TO TRIM-ENABLED-SW.
           OPEN INPUT TRIM-PARAM-FILE.
           IF TRIM-PARAM-STATUS = "00"
               READ TRIM-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO TRIM-ENABLED-SW
               END-READ
               CLOSE TRIM-PARAM-FILE
           END-IF.
           IF TRIM-ENABLED-SW = 1
               IF TP-FLOOR-DB NOT < 0
                   DISPLAY "TRIM ERROR: TP-FLOOR-DB " TP-FLOOR-DB
                       " is not below full scale - tail trim "
                       "disabled."
                   MOVE 0 TO TRIM-ENABLED-SW
               ELSE
                   DISPLAY "Tail trim active - trailing silence "
                       "below " TP-FLOOR-DB " dBFS is cut from "
                       "every output."
               END-IF
           END-IF.

      * ==========================================
      * TRIM-TRAILING-SILENCE
      * Cuts the silent tail off the output PATCH-WAVE-HEADER-SIZES
      * just closed, before RUN-QA-SCAN measures it. One pass finds
      * the last PCM word above TP-FLOOR-DB; the file is then cut
      * TP-KEEP-MS past the end of that frame. The kept bytes go
      * through QA-TEMP-FILE and back over OUT-FILE - the same
      * two-pass staging QA-NORMALIZE-OUTPUT uses - and the header
      * sizes are patched again for the shorter data chunk.
      * ==========================================
       TRIM-TRAILING-SILENCE.
           IF TRIM-ENABLED-SW = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TRIM-FLOOR-LINEAR =
               (10.0 ** (TP-FLOOR-DB / 20.0))
               * (PCM-FULL-SCALE + 1).
           MOVE 0 TO TRIM-LAST-LOUD.
           MOVE 0 TO QA-SAMPLE-COUNT.
           MOVE 0 TO QA-EOF-SWITCH.
           MOVE WAVE-BYTES-WRITTEN TO QA-DATA-BYTES.
           OPEN INPUT OUT-FILE.
           PERFORM VARYING QA-BYTE-IDX FROM 1 BY 1
               UNTIL QA-BYTE-IDX > 44
               READ OUT-FILE
                   AT END MOVE 1 TO QA-EOF-SWITCH
               END-READ
               PERFORM CHECK-OUT-FILE-READ
           END-PERFORM.
           PERFORM UNTIL
                   QA-SAMPLE-COUNT * BYTES-PER-SAMPLE
                       >= QA-DATA-BYTES
                   OR QA-EOF-SWITCH = 1
               PERFORM QA-READ-ONE-SAMPLE
               IF QA-EOF-SWITCH = 0
                   ADD 1 TO QA-SAMPLE-COUNT
                   IF FUNCTION ABS(QA-SAMPLE-VAL) > TRIM-FLOOR-LINEAR
                       MOVE QA-SAMPLE-COUNT TO TRIM-LAST-LOUD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OUT-FILE.

      * Round the last loud word up to the end of its frame, so a
      * stereo file never loses its right channel's final word.
           COMPUTE TRIM-KEEP-FRAMES =
               (TRIM-LAST-LOUD + WAVE-CHANNELS - 1) / WAVE-CHANNELS.
           COMPUTE TRIM-KEEP-FRAMES = TRIM-KEEP-FRAMES
               + (TP-KEEP-MS * SAMPLE-RATE / 1000).
           COMPUTE TRIM-KEEP-BYTES =
               TRIM-KEEP-FRAMES * WAVE-CHANNELS * BYTES-PER-SAMPLE.
           IF TRIM-KEEP-BYTES >= WAVE-BYTES-WRITTEN
               MOVE "TAIL TRIM: NO TRAILING SILENCE TO CUT"
                   TO RUN-LOG-RECORD
               PERFORM PUT-RUN-LOG-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TRIM-CUT-BYTES =
               WAVE-BYTES-WRITTEN - TRIM-KEEP-BYTES.

           MOVE 0 TO QA-EOF-SWITCH.
           OPEN INPUT OUT-FILE.
           OPEN OUTPUT QA-TEMP-FILE.
           IF QA-TEMP-STATUS NOT = "00"
               MOVE "QA-TEMP-FILE" TO ABEND-FILE-NAME
               MOVE "TRIM-TRAILING-SILENCE" TO ABEND-PARAGRAPH
               MOVE QA-TEMP-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM VARYING TRIM-COPY-IDX FROM 1 BY 1
               UNTIL TRIM-COPY-IDX > TRIM-KEEP-BYTES + 44
                   OR QA-EOF-SWITCH = 1
               READ OUT-FILE
                   AT END MOVE 1 TO QA-EOF-SWITCH
               END-READ
               PERFORM CHECK-OUT-FILE-READ
               IF QA-EOF-SWITCH = 0
                   MOVE RAW-BYTES TO QA-TEMP-BYTE
                   PERFORM PUT-QA-TEMP-REC
               END-IF
           END-PERFORM.
           CLOSE OUT-FILE.
           CLOSE QA-TEMP-FILE.

           MOVE 0 TO QA-EOF-SWITCH.
           OPEN INPUT QA-TEMP-FILE.
           OPEN OUTPUT OUT-FILE.
           CLOSE QA-TEMP-FILE.
           CLOSE OUT-FILE.

      * The output is now this long - the QA scan, the run-log
      * summary and the catalog duration all describe the file as
      * delivered.
           MOVE TRIM-KEEP-BYTES TO WAVE-BYTES-WRITTEN.
           MOVE TRIM-KEEP-FRAMES TO GLOBAL-SAMPLE-COUNT.
           PERFORM PATCH-WAVE-HEADER-SIZES.
           MOVE TRIM-KEEP-FRAMES TO TRIM-RPT-FRAMES.
           MOVE TRIM-CUT-BYTES TO TRIM-RPT-CUT.
           MOVE SPACES TO RUN-LOG-RECORD.
           MOVE 1 TO TRIM-RPT-PTR.
           STRING "TAIL TRIMMED: FRAMES KEPT=" DELIMITED BY SIZE
               TRIM-RPT-FRAMES DELIMITED BY SIZE
               " BYTES CUT=" DELIMITED BY SIZE
               TRIM-RPT-CUT DELIMITED BY SIZE
               INTO RUN-LOG-RECORD WITH POINTER TRIM-RPT-PTR.
           PERFORM PUT-RUN-LOG-LINE.

      * ==========================================
      * LOAD-SOURCE-CATALOG
      * Reads SourceCatalog.dat once at startup, deduplicated by
      * destination path with the newest record winning, so each
      * provenance record can name the catalog checksum of every
      * RAW source its render loaded. A missing catalog leaves the
      * table empty and every source is recorded with checksum 0.
      * ==========================================
       LOAD-SOURCE-CATALOG.
           MOVE 0 TO SRC-CAT-COUNT.
           OPEN INPUT SOURCE-CATALOG-FILE.
           IF SC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SRC-CAT-EOF-SW.
           PERFORM UNTIL SRC-CAT-EOF-SW = 1
               READ SOURCE-CATALOG-FILE
                   AT END
                       MOVE 1 TO SRC-CAT-EOF-SW
                   NOT AT END
                       PERFORM STORE-ONE-SOURCE-CATALOG-ENTRY
               END-READ
           END-PERFORM.
           CLOSE SOURCE-CATALOG-FILE.

       STORE-ONE-SOURCE-CATALOG-ENTRY.
           MOVE 0 TO SRC-CAT-FOUND.
           PERFORM VARYING SRC-CAT-SCAN FROM 1 BY 1
               UNTIL SRC-CAT-SCAN > SRC-CAT-COUNT
               IF SRC-CAT-PATH(SRC-CAT-SCAN) = SC-DEST-PATH
                   MOVE SRC-CAT-SCAN TO SRC-CAT-FOUND
                   MOVE SRC-CAT-COUNT TO SRC-CAT-SCAN
               END-IF
           END-PERFORM.
           IF SRC-CAT-FOUND > 0
               MOVE SC-CHECKSUM TO SRC-CAT-SUM(SRC-CAT-FOUND)
               EXIT PARAGRAPH
           END-IF.
           IF SRC-CAT-COUNT < 200
               ADD 1 TO SRC-CAT-COUNT
               MOVE SC-DEST-PATH TO SRC-CAT-PATH(SRC-CAT-COUNT)
               MOVE SC-CHECKSUM TO SRC-CAT-SUM(SRC-CAT-COUNT)
           END-IF.

      * ==========================================
      * CHECK-FOR-TUNING
               (TARGET-FREQUENCY / KM-ZONE-ROOT-FREQ(KM-FOUND-ZONE))
               * 44100 / SAMPLE-RATE.

      * ==========================================
      * CHECK-FOR-POLY-SEQUENCE
      * Same open-read-close probe for POLY-SEQUENCE-FILE. A file
      * with at least one record switches the run from the one-
      * note-at-a-time SEQUENCE-FILE to the polyphonic voice pool
      * (RUN-POLY-SEQUENCE); a missing or empty file leaves the
      * mono sequence path exactly as it was.
      * ==========================================
       CHECK-FOR-POLY-SEQUENCE.
           MOVE 0 TO POLY-MODE.
           OPEN INPUT POLY-SEQUENCE-FILE.
           IF PQ-FILE-STATUS = "00"
               READ POLY-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO POLY-MODE
               END-READ
               CLOSE POLY-SEQUENCE-FILE
           END-IF.
           IF POLY-MODE = 1
               DISPLAY "Polyphonic sequence active - "
                   "PolySequence1.dat plays through the voice pool."
           END-IF.

      * ==========================================
      * CHECK-FOR-RENDER-LIST
      * Same open-read-close probe for RENDER-LIST-FILE. A list
      * with at least one RENDER-LIST-RECORD means Comol-Song is
      * driving this run: render exactly the parts it names.
      * ==========================================
       CHECK-FOR-RENDER-LIST.
           MOVE 0 TO RENDER-LIST-MODE.
           OPEN INPUT RENDER-LIST-FILE.
           IF RL-FILE-STATUS = "00"
               READ RENDER-LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO RENDER-LIST-MODE
               END-READ
               CLOSE RENDER-LIST-FILE
           END-IF.
           IF RENDER-LIST-MODE = 1
               DISPLAY "Render list active - rendering the parts "
                   "named in RenderList.dat."
           END-IF.

      * ==========================================
      * RUN-RENDER-LIST
      * Renders each RENDER-LIST-RECORD's preset through its own
      * sequence file to its own output path. A preset missing
      * from the library, a bad POLY-FLAG or a preset that fails
      * validation is reported and counted, and the remaining
      * parts still render; the run ends with RETURN-CODE 8 so the
      * chain stops before the mix step sums an incomplete song.
      * ==========================================
       RUN-RENDER-LIST.
      * Skip-and-count, not STOP RUN, on a bad patch - the batch
      * contract VALIDATE-PATCH-SETTINGS already honours.
           MOVE 1 TO BATCH-MODE-SWITCH.
           MOVE 0 TO RL-PART-COUNT.
           MOVE 0 TO RL-FAIL-COUNT.
           OPEN INPUT RENDER-LIST-FILE.
           MOVE 0 TO RL-EOF-SWITCH.
           PERFORM UNTIL RL-EOF-SWITCH = 1
               READ RENDER-LIST-FILE
                   AT END
                       MOVE 1 TO RL-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO RL-PART-COUNT
                       PERFORM RENDER-ONE-LIST-PART
               END-READ
               PERFORM CHECK-RENDER-LIST-READ
           END-PERFORM.
           CLOSE RENDER-LIST-FILE.
           DISPLAY "Render list complete - " RL-PART-COUNT
               " part(s) read, " RL-FAIL-COUNT " failed.".
           IF RL-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      * ==========================================
      * RENDER-ONE-LIST-PART
      * Finds RL-PRESET-NAME in PRESET-LIBRARY-FILE and, with the
      * library still open on that record, renders it exactly as
      * the nightly batch would - RENDER-ONE-PRESET - with the
      * part's sequence file swapped in.
      * ==========================================
       RENDER-ONE-LIST-PART.
           IF RL-POLY-FLAG > 1
               DISPLAY "RENDER LIST ERROR: part " RL-PART-COUNT
                   " POLY-FLAG " RL-POLY-FLAG
                   " is out of range (0-1)."
               ADD 1 TO RL-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF RL-POLY-FLAG = 1
               MOVE RL-SEQUENCE-PATH TO POLY-SEQ-FILE-PATH
               MOVE 1 TO POLY-MODE
           ELSE
               MOVE RL-SEQUENCE-PATH TO SEQUENCE-FILE-PATH
               MOVE 0 TO POLY-MODE
           END-IF.
           MOVE 0 TO RL-FOUND-SWITCH.
           OPEN INPUT PRESET-LIBRARY-FILE.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "RENDER LIST ERROR: PresetLibrary.dat cannot "
                   "be opened (status " PL-FILE-STATUS ")."
               ADD 1 TO RL-FAIL-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PL-EOF-SWITCH.
           PERFORM UNTIL PL-EOF-SWITCH = 1 OR RL-FOUND-SWITCH = 1
               READ PRESET-LIBRARY-FILE
                   AT END
                       MOVE 1 TO PL-EOF-SWITCH
                   NOT AT END
                       IF PL-PRESET-NAME = RL-PRESET-NAME
                           MOVE 1 TO RL-FOUND-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           IF RL-FOUND-SWITCH = 0
               DISPLAY "RENDER LIST ERROR: part " RL-PART-COUNT
                   " preset " RL-PRESET-NAME
                   " is not in PresetLibrary.dat."
               ADD 1 TO RL-FAIL-COUNT
           ELSE
               PERFORM RENDER-ONE-PRESET
               IF PRESET-SKIP-SWITCH = 1
                   ADD 1 TO RL-FAIL-COUNT
               END-IF
           END-IF.
           CLOSE PRESET-LIBRARY-FILE.

      * ==========================================
      * CHECK-FOR-PRESET-LIBRARY
      * Tries to OPEN INPUT PRESET-LIBRARY-FILE and read one record.
      * team to work from the next morning.
      * ==========================================
       RUN-PRESET-LIBRARY-BATCH.
           PERFORM CHECK-FOR-FULL-REBUILD.
           PERFORM LOAD-BATCH-SNAPSHOT.
           PERFORM COMPUTE-BATCH-INPUT-SUMS.
           OPEN INPUT PRESET-LIBRARY-FILE.
           OPEN OUTPUT CATALOG-FILE.
           IF CATALOG-STATUS NOT = "00"
           MOVE 0 TO PL-EOF-SWITCH.
           MOVE 0 TO PRESET-COUNT.
           MOVE 0 TO SKIPPED-PRESET-COUNT.
           MOVE 0 TO RENDERED-PRESET-COUNT.
           MOVE 0 TO CARRIED-PRESET-COUNT.
           MOVE 0 TO NEW-SNAP-COUNT.
           PERFORM UNTIL PL-EOF-SWITCH = 1
               READ PRESET-LIBRARY-FILE
                   AT END
               END-READ
           END-PERFORM.
           CLOSE PRESET-LIBRARY-FILE.
           PERFORM WRITE-CATALOG-RETIRED-ROWS.
           CLOSE CATALOG-FILE.
      * Reached only when every preset has been rendered, carried
      * or skipped - any I/O or render fault stops the run before
      * this point and leaves last night's snapshot standing.
           PERFORM WRITE-BATCH-SNAPSHOT.
           IF FULL-REBUILD-SW = 1
               PERFORM CLEAR-FULL-REBUILD
           END-IF.
           DISPLAY "Batch complete - " PRESET-COUNT
               " preset(s) read, " RENDERED-PRESET-COUNT
               " rendered, " CARRIED-PRESET-COUNT
               " carried forward, " RETIRED-PRESET-COUNT
               " retired, " SKIPPED-PRESET-COUNT
               " skipped (failed validation). See Catalog.txt.".

      * ==========================================
           IF PRESET-SKIP-SWITCH = 1
               ADD 1 TO SKIPPED-PRESET-COUNT
               PERFORM WRITE-CATALOG-SKIP-ROW
      * Still in the library, so not retired - just not current.
               IF RENDER-LIST-MODE = 0
                   PERFORM FIND-OLD-SNAPSHOT-ENTRY
               END-IF
               EXIT PARAGRAPH
           END-IF.
      * Nightly batch only - a song part always renders what its
      * render list asks for.
           IF RENDER-LIST-MODE = 0
               PERFORM CHECK-PRESET-CURRENT
               IF PRESET-CARRIED-SW = 1
                   ADD 1 TO CARRIED-PRESET-COUNT
                   PERFORM WRITE-CATALOG-CARRIED-ROW
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Preset " PL-PRESET-NAME " renders - "
                   INCR-CHANGE-REASON
           END-IF.
           PERFORM RESET-RENDER-STATE.
           IF CHORD-MODE = 1
               PERFORM LOAD-CHORD-FILE
           PERFORM INIT-LFO-WAVEFORMS.
           PERFORM WRITE-RUN-LOG-HEADER.

           IF POLY-MODE = 1
               PERFORM RUN-POLY-SEQUENCE
           ELSE
               OPEN INPUT SEQUENCE-FILE
               PERFORM CHECK-SEQUENCE-OPEN
               MOVE 0 TO SQ-EOF-SWITCH
               PERFORM UNTIL SQ-EOF-SWITCH = 1
                   READ SEQUENCE-FILE
                       AT END
                           MOVE 1 TO SQ-EOF-SWITCH
                       NOT AT END
                           PERFORM RENDER-SEQUENCE-NOTE
                           PERFORM WRITE-SEQUENCE-GAP
                   END-READ
      * After END-READ, not inside it - a hard read fault takes
      * neither the AT END nor the NOT AT END path.
                   PERFORM CHECK-SEQUENCE-READ
               END-PERFORM
               CLOSE SEQUENCE-FILE
               IF LEGATO-TIE-SW = 1
                   PERFORM RENDER-LEGATO-RELEASE
               END-IF
           END-IF.

           PERFORM CLOSE-OUTPUT-BLOCKS.
           PERFORM PATCH-WAVE-HEADER-SIZES.
           PERFORM TRIM-TRAILING-SILENCE.
           PERFORM RUN-QA-SCAN.
           PERFORM WRITE-RUN-LOG-SUMMARY.
           CLOSE RUN-LOG-FILE.
           PERFORM WRITE-PROVENANCE-RECORD.
           PERFORM DELETE-CHECKPOINT.

           COMPUTE CAT-DURATION-SEC =
               GLOBAL-SAMPLE-COUNT / SAMPLE-RATE.
           PERFORM WRITE-CATALOG-ROW.
           IF RENDER-LIST-MODE = 0
               ADD 1 TO RENDERED-PRESET-COUNT
               MOVE OUT-FILE-PATH TO SNAP-OUT-PATH
               MOVE PRESET-TARGET-FREQ TO SNAP-TARGET-FREQ
               MOVE CAT-DURATION-SEC TO SNAP-DURATION-SEC
               PERFORM ADD-NEW-SNAPSHOT-ENTRY
           END-IF.
           DISPLAY "Preset " PL-PRESET-NAME " rendered to "
               OUT-FILE-PATH.

               PL-PRESET-NAME DELIMITED BY SPACE
               "-RunLog.txt" DELIMITED BY SIZE
               INTO RUN-LOG-FILE-PATH.
      * A song part goes where its RENDER-LIST-RECORD says - two
      * parts may well play the same preset.
           IF RENDER-LIST-MODE = 1
               MOVE RL-OUT-PATH TO OUT-FILE-PATH
               MOVE RL-RUN-LOG-PATH TO RUN-LOG-FILE-PATH
           END-IF.

           MOVE PL-WAVE-SOURCE      TO PF-WAVE-SOURCE.
           MOVE PL-OCTAVE           TO PF-OCTAVE.
           MOVE PL-BIT-DEPTH        TO PF-BIT-DEPTH.
           MOVE PL-VELO-SENS        TO PF-VELO-SENS.
           MOVE PL-VELO-CUT-SENS    TO PF-VELO-CUT-SENS.
           MOVE PL-OSC2-SOURCE      TO PF-OSC2-SOURCE.
           MOVE PL-OSC2-COARSE      TO PF-OSC2-COARSE.
           MOVE PL-OSC2-FINE        TO PF-OSC2-FINE.
           MOVE PL-OSC2-LEVEL       TO PF-OSC2-LEVEL.
           MOVE PL-OSC2-MODE        TO PF-OSC2-MODE.
           MOVE PL-LFO1-OSC2-DPTH   TO PF-LFO1-OSC2-DPTH.
           MOVE PL-LFO2-OSC2-DPTH   TO PF-LFO2-OSC2-DPTH.

           PERFORM FINGERPRINT-PATCH-IMAGE.
           PERFORM DISTRIBUTE-PATCH-FIELDS.

      * ==========================================
           MOVE 0 TO GLIDE-SAMPLES-LEFT.
           MOVE 0 TO GLIDE-STEP-INCR.
           MOVE 0 TO LEGATO-TIE-SW.
           MOVE 1 TO OSC2-READ-POSITION.
      * Next preset's first note must reload its own zone table,
      * and its base GET-WAVE-SOURCE load must read the default
      * source again, not whatever zone file the last preset ended
               MOVE 0 TO CV-Y1-OUTPUT(CV-IDX)
               MOVE 0 TO CV-Y2-OUTPUT(CV-IDX)
           END-PERFORM.
      * Every voice free and the allocator counters back at zero,
      * so a preset never inherits the last one's sounding notes.
           PERFORM VARYING POLY-IDX FROM 1 BY 1
               UNTIL POLY-IDX > POLY-VOICE-LIMIT
               MOVE 0 TO PV-ACTIVE-SW(POLY-IDX)
           END-PERFORM.
           MOVE 0 TO POLY-ACTIVE-COUNT.
           MOVE 0 TO POLY-PEAK-COUNT.
           MOVE 0 TO POLY-STEAL-COUNT.

      * ==========================================
      * WRITE-CATALOG-HEADER
      * last, which is not this preset's own configured pitch.
      * ==========================================
       WRITE-CATALOG-ROW.
      * Song parts are not library renders - Catalog.txt is the
      * nightly batch's report and is never opened by a part run.
           IF RENDER-LIST-MODE = 1
               EXIT PARAGRAPH
           END-IF.
           MOVE PRESET-TARGET-FREQ TO CAT-FREQ.
           MOVE CAT-DURATION-SEC   TO CAT-DURATION-EDIT.
           MOVE SPACES TO CATALOG-RECORD.
      * team would have to notice on its own.
      * ==========================================
       WRITE-CATALOG-SKIP-ROW.
           IF RENDER-LIST-MODE = 1
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE 1 TO CAT-PTR.
           STRING PL-PRESET-NAME DELIMITED BY SIZE
               INTO CATALOG-RECORD WITH POINTER CAT-PTR.
           PERFORM PUT-CATALOG-LINE.

      * ==========================================
      * CHECK-FOR-FULL-REBUILD
      * The operator override: a non-empty FULL-REBUILD-FILE sets
      * FULL-REBUILD-SW and every preset renders tonight. Its first
      * line is echoed to the console and the catalog so the
      * morning shift can see who forced the rebuild and why.
      * ==========================================
       CHECK-FOR-FULL-REBUILD.
           MOVE 0 TO FULL-REBUILD-SW.
           MOVE SPACES TO FULL-REBUILD-NOTE.
           OPEN INPUT FULL-REBUILD-FILE.
           IF FR-FILE-STATUS = "00"
               READ FULL-REBUILD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO FULL-REBUILD-SW
                       MOVE FULL-REBUILD-RECORD TO FULL-REBUILD-NOTE
               END-READ
               CLOSE FULL-REBUILD-FILE
           END-IF.
           IF FULL-REBUILD-SW = 1
               DISPLAY "FULL REBUILD REQUESTED: "
                   FUNCTION TRIM(FULL-REBUILD-NOTE)
           END-IF.

      * Empties FULL-REBUILD-FILE after the clean batch it forced.
       CLEAR-FULL-REBUILD.
           OPEN OUTPUT FULL-REBUILD-FILE.
           IF FR-FILE-STATUS NOT = "00"
               MOVE "FULL-REBUILD-FILE" TO ABEND-FILE-NAME
               MOVE "CLEAR-FULL-REBUILD" TO ABEND-PARAGRAPH
               MOVE FR-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE PRESET-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           CLOSE FULL-REBUILD-FILE.

      * ==========================================
      * LOAD-BATCH-SNAPSHOT
      * Reads the last clean batch's snapshot into OLD-SNAPSHOT-TABLE.
      * A missing snapshot is a first run: every preset is new.
      * ==========================================
       LOAD-BATCH-SNAPSHOT.
           MOVE 0 TO OLD-SNAP-COUNT.
           OPEN INPUT BATCH-SNAPSHOT-FILE.
           IF BS-FILE-STATUS NOT = "00"
               DISPLAY "No batch snapshot - every preset renders."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO BS-EOF-SWITCH.
           PERFORM UNTIL BS-EOF-SWITCH = 1
               READ BATCH-SNAPSHOT-FILE
                   AT END
                       MOVE 1 TO BS-EOF-SWITCH
                   NOT AT END
                       IF OLD-SNAP-COUNT < 500
                           ADD 1 TO OLD-SNAP-COUNT
                           MOVE BS-PRESET-NAME
                               TO OS-PRESET-NAME(OLD-SNAP-COUNT)
                           MOVE BS-PATCH-IMAGE
                               TO OS-PATCH-IMAGE(OLD-SNAP-COUNT)
                           MOVE BS-SOURCE-PRINT
                               TO OS-SOURCE-PRINT(OLD-SNAP-COUNT)
                           MOVE BS-SHARED-PRINT
                               TO OS-SHARED-PRINT(OLD-SNAP-COUNT)
                           MOVE BS-OUT-PATH
                               TO OS-OUT-PATH(OLD-SNAP-COUNT)
                           MOVE BS-TARGET-FREQ
                               TO OS-TARGET-FREQ(OLD-SNAP-COUNT)
                           MOVE BS-DURATION-SEC
                               TO OS-DURATION-SEC(OLD-SNAP-COUNT)
                           MOVE 0 TO OS-SEEN-SW(OLD-SNAP-COUNT)
                       END-IF
               END-READ
               IF BS-FILE-STATUS NOT = "00"
                   AND BS-FILE-STATUS NOT = "10"
                   MOVE "BATCH-SNAPSHOT-FILE" TO ABEND-FILE-NAME
                   MOVE "LOAD-BATCH-SNAPSHOT" TO ABEND-PARAGRAPH
                   MOVE BS-FILE-STATUS TO ABEND-STATUS-CODE
                   MOVE OLD-SNAP-COUNT TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
           END-PERFORM.
           CLOSE BATCH-SNAPSHOT-FILE.

      * ==========================================
      * COMPUTE-BATCH-INPUT-SUMS
      * Checksums, once for the whole batch, every file a preset's
      * render can depend on besides its own patch. The shared
      * files fold straight into BATCH-SHARED-PRINT; the per-preset
      * sources are kept apart for CHECK-PRESET-CURRENT to fold
      * according to each preset's own settings. The same additive
      * checksum the provenance register records.
      * ==========================================
       COMPUTE-BATCH-INPUT-SUMS.
           MOVE 0 TO INCR-PRINT.
           IF POLY-MODE = 1
               MOVE POLY-SEQ-FILE-PATH TO PROV-PROBE-PATH
           ELSE
               MOVE SEQUENCE-FILE-PATH TO PROV-PROBE-PATH
           END-IF.
           PERFORM CHECKSUM-PROV-PROBE.
           COMPUTE INCR-FOLD-SUM = PROV-PROBE-SUM + POLY-MODE.
           PERFORM FOLD-INPUT-PRINT.
           IF TUNING-MODE = 1
               MOVE "path/to/Tuning1.dat" TO PROV-PROBE-PATH
               PERFORM CHECKSUM-PROV-PROBE
               MOVE PROV-PROBE-SUM TO INCR-FOLD-SUM
               PERFORM FOLD-INPUT-PRINT
           END-IF.
           IF KEYMAP-MODE = 1
               MOVE "path/to/Keymap1.dat" TO PROV-PROBE-PATH
               PERFORM CHECKSUM-PROV-PROBE
               MOVE PROV-PROBE-SUM TO INCR-FOLD-SUM
               PERFORM FOLD-INPUT-PRINT
               PERFORM VARYING INCR-ZONE-IDX FROM 1 BY 1
                   UNTIL INCR-ZONE-IDX > KEYMAP-ZONE-COUNT
                   MOVE KM-ZONE-PATH(INCR-ZONE-IDX) TO PROV-PROBE-PATH
                   PERFORM CHECKSUM-PROV-PROBE
                   MOVE PROV-PROBE-SUM TO INCR-FOLD-SUM
                   PERFORM FOLD-INPUT-PRINT
               END-PERFORM
           END-IF.
           IF AUTOMATION-MODE = 1
               MOVE "path/to/Automation1.dat" TO PROV-PROBE-PATH
               PERFORM CHECKSUM-PROV-PROBE
               MOVE PROV-PROBE-SUM TO INCR-FOLD-SUM
               PERFORM FOLD-INPUT-PRINT
           END-IF.
           MOVE INCR-PRINT TO BATCH-SHARED-PRINT.

           MOVE "path/to/Chord1.dat" TO PROV-PROBE-PATH.
           PERFORM CHECKSUM-PROV-PROBE.
           MOVE PROV-PROBE-SUM TO CHORD-FILE-SUM.
           MOVE "path/to/FineWine.raw" TO PROV-PROBE-PATH.
           PERFORM CHECKSUM-PROV-PROBE.
           MOVE PROV-PROBE-SUM TO WAVE-FILE-SUM.
           MOVE "path/to/FineWine-B.raw" TO PROV-PROBE-PATH.
           PERFORM CHECKSUM-PROV-PROBE.
           MOVE PROV-PROBE-SUM TO WAVE-B-FILE-SUM.
           MOVE "path/to/LFO-Wave.raw" TO PROV-PROBE-PATH.
           PERFORM CHECKSUM-PROV-PROBE.
           MOVE PROV-PROBE-SUM TO LFO-FILE-SUM.

      * Folds INCR-FOLD-SUM into INCR-PRINT. Order matters, so two
      * files trading contents still change the print.
       FOLD-INPUT-PRINT.
           COMPUTE INCR-PRINT =
               FUNCTION MOD(INCR-PRINT * 31 + INCR-FOLD-SUM,
                   999999999).

      * ==========================================
      * CHECK-PRESET-CURRENT
      * Works out this preset's SOURCE-PRINT and SHARED-PRINT from
      * the settings LOAD-PRESET-INTO-PATCH just distributed, and
      * sets PRESET-CARRIED-SW when the snapshot shows it already
      * rendered from exactly these inputs and its output is still
      * there and whole. INCR-CHANGE-REASON says why it renders
      * otherwise.
      * ==========================================
       CHECK-PRESET-CURRENT.
           MOVE 0 TO PRESET-CARRIED-SW.
           MOVE 0 TO INCR-PRINT.
      * Oscillator 2 reading a RAW counts as reading it, whether
      * or not oscillator 1 reads the same file.
           IF WAVE-SOURCE-CHOICE = 2 OR 3 OR 4 OR OSC2-SOURCE = 2
               MOVE WAVE-FILE-SUM TO INCR-FOLD-SUM
               PERFORM FOLD-INPUT-PRINT
           END-IF.
           IF WAVE-SOURCE-CHOICE = 3 OR OSC2-SOURCE = 3
               MOVE WAVE-B-FILE-SUM TO INCR-FOLD-SUM
               PERFORM FOLD-INPUT-PRINT
           END-IF.
           IF LFO1-USER-RAW OR LFO2-USER-RAW
               MOVE LFO-FILE-SUM TO INCR-FOLD-SUM
               PERFORM FOLD-INPUT-PRINT
           END-IF.
           MOVE INCR-PRINT TO PRESET-SOURCE-PRINT.
           MOVE BATCH-SHARED-PRINT TO PRESET-SHARED-PRINT.
           IF CHORD-MODE = 1
               MOVE BATCH-SHARED-PRINT TO INCR-PRINT
               MOVE CHORD-FILE-SUM TO INCR-FOLD-SUM
               PERFORM FOLD-INPUT-PRINT
               MOVE INCR-PRINT TO PRESET-SHARED-PRINT
           END-IF.

           PERFORM FIND-OLD-SNAPSHOT-ENTRY.
           IF SNAP-FOUND = 0
               MOVE "NEW PRESET" TO INCR-CHANGE-REASON
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN FULL-REBUILD-SW = 1
                   MOVE "FULL REBUILD" TO INCR-CHANGE-REASON
               WHEN OS-PATCH-IMAGE(SNAP-FOUND) NOT = PATCH-RECORD
                   MOVE "PATCH CHANGED" TO INCR-CHANGE-REASON
               WHEN OS-SOURCE-PRINT(SNAP-FOUND)
                   NOT = PRESET-SOURCE-PRINT
                   MOVE "SOURCE CHANGED" TO INCR-CHANGE-REASON
               WHEN OS-SHARED-PRINT(SNAP-FOUND)
                   NOT = PRESET-SHARED-PRINT
                   MOVE "SHARED FILE CHANGED" TO INCR-CHANGE-REASON
               WHEN OS-OUT-PATH(SNAP-FOUND) NOT = OUT-FILE-PATH
                   MOVE "OUTPUT RENAMED" TO INCR-CHANGE-REASON
               WHEN OTHER
                   MOVE SPACES TO INCR-CHANGE-REASON
           END-EVALUATE.
           IF INCR-CHANGE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-OUTPUT-COMPLETE.
           IF INCR-CHANGE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO PRESET-CARRIED-SW.
           MOVE OS-OUT-PATH(SNAP-FOUND) TO SNAP-OUT-PATH.
           MOVE OS-TARGET-FREQ(SNAP-FOUND) TO SNAP-TARGET-FREQ.
           MOVE OS-DURATION-SEC(SNAP-FOUND) TO SNAP-DURATION-SEC.
           PERFORM ADD-NEW-SNAPSHOT-ENTRY.

      * A render that stopped part way leaves a WAVE whose header
      * still holds the zero data size WRITE-WAVE-HEADER put there
      * or, stopped inside TRIM-TRAILING-SILENCE, a size the file
      * no longer reaches. PATCH-WAVE-HEADER-SIZES only fills the
      * size in once the last sample is down, so an output counts
      * as there only when that size is set and the file holds
      * exactly the 44-byte header plus that many bytes of PCM.
       CHECK-OUTPUT-COMPLETE.
           MOVE OUT-FILE-PATH TO PROV-PROBE-PATH.
           OPEN INPUT PROV-PROBE-FILE.
           IF PROV-PROBE-STATUS NOT = "00"
               MOVE "OUTPUT MISSING" TO INCR-CHANGE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO PROV-PROBE-BYTES.
           MOVE 0 TO PROV-HEADER-DATA.
           MOVE 0 TO PROV-PROBE-EOF-SW.
           PERFORM UNTIL PROV-PROBE-EOF-SW = 1
               OR PROV-PROBE-BYTES = 44
               READ PROV-PROBE-FILE
                   AT END
                       MOVE 1 TO PROV-PROBE-EOF-SW
                   NOT AT END
                       ADD 1 TO PROV-PROBE-BYTES
               END-READ
               IF PROV-PROBE-STATUS NOT = "00"
                   AND PROV-PROBE-STATUS NOT = "10"
                   MOVE "PROV-PROBE-FILE" TO ABEND-FILE-NAME
                   MOVE "CHECK-OUTPUT-COMPLETE" TO ABEND-PARAGRAPH
                   MOVE PROV-PROBE-STATUS TO ABEND-STATUS-CODE
                   MOVE PROV-PROBE-BYTES TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
      * Subchunk2Size, bytes 41-44, least significant byte first.
               IF PROV-PROBE-EOF-SW = 0 AND PROV-PROBE-BYTES > 40
                   COMPUTE PROV-PROBE-BYTE-VAL =
                       FUNCTION ORD(PROV-PROBE-BYTE) - 1
                   COMPUTE PROV-HEADER-DATA = PROV-HEADER-DATA
                       + PROV-PROBE-BYTE-VAL
                       * 256 ** (PROV-PROBE-BYTES - 41)
               END-IF
           END-PERFORM.
           CLOSE PROV-PROBE-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING PROV-PROBE-PATH
               PROV-OUT-DETAILS RETURNING PROV-CALL-RC.
           IF PROV-PROBE-BYTES < 44 OR PROV-HEADER-DATA = 0
               OR PROV-CALL-RC NOT = 0
               OR PROV-OUT-SIZE NOT = PROV-HEADER-DATA + 44
               MOVE "OUTPUT INCOMPLETE" TO INCR-CHANGE-REASON
           END-IF.

      * Points SNAP-FOUND at PL-PRESET-NAME's snapshot entry (0 =
      * none) and marks that entry as still in the library.
       FIND-OLD-SNAPSHOT-ENTRY.
           MOVE 0 TO SNAP-FOUND.
           PERFORM VARYING SNAP-IDX FROM 1 BY 1
               UNTIL SNAP-IDX > OLD-SNAP-COUNT
               IF OS-PRESET-NAME(SNAP-IDX) = PL-PRESET-NAME
                   MOVE SNAP-IDX TO SNAP-FOUND
                   MOVE OLD-SNAP-COUNT TO SNAP-IDX
               END-IF
           END-PERFORM.
           IF SNAP-FOUND > 0
               MOVE 1 TO OS-SEEN-SW(SNAP-FOUND)
           END-IF.

      * Adds the current preset to NEW-SNAPSHOT-TABLE from
      * PATCH-RECORD, the two prints and the SNAP-* fields. Past
      * 500 presets the rest simply render every night.
       ADD-NEW-SNAPSHOT-ENTRY.
           IF NEW-SNAP-COUNT >= 500
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NEW-SNAP-COUNT.
           MOVE PL-PRESET-NAME TO NS-PRESET-NAME(NEW-SNAP-COUNT).
           MOVE PATCH-RECORD TO NS-PATCH-IMAGE(NEW-SNAP-COUNT).
           MOVE PRESET-SOURCE-PRINT
               TO NS-SOURCE-PRINT(NEW-SNAP-COUNT).
           MOVE PRESET-SHARED-PRINT
               TO NS-SHARED-PRINT(NEW-SNAP-COUNT).
           MOVE SNAP-OUT-PATH TO NS-OUT-PATH(NEW-SNAP-COUNT).
           MOVE SNAP-TARGET-FREQ TO NS-TARGET-FREQ(NEW-SNAP-COUNT).
           MOVE SNAP-DURATION-SEC
               TO NS-DURATION-SEC(NEW-SNAP-COUNT).

      * ==========================================
      * WRITE-CATALOG-CARRIED-ROW
      * Same columns as WRITE-CATALOG-ROW, taken from the snapshot,
      * pointing at the output a previous night rendered.
      * ==========================================
       WRITE-CATALOG-CARRIED-ROW.
           MOVE SNAP-TARGET-FREQ TO CAT-FREQ.
           MOVE SNAP-DURATION-SEC TO CAT-DURATION-EDIT.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE 1 TO CAT-PTR.
           STRING PL-PRESET-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CAT-FREQ DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CAT-DURATION-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SNAP-OUT-PATH DELIMITED BY SPACE
               "  CARRIED FORWARD - UNCHANGED" DELIMITED BY SIZE
               INTO CATALOG-RECORD WITH POINTER CAT-PTR.
           PERFORM PUT-CATALOG-LINE.
           DISPLAY "Preset " PL-PRESET-NAME " unchanged - carried "
               "forward.".

      * ==========================================
      * WRITE-CATALOG-RETIRED-ROWS
      * One line for each snapshot preset no longer in the library,
      * naming the output it left behind. A retired preset is not
      * carried into the new snapshot, so it is reported once.
      * ==========================================
       WRITE-CATALOG-RETIRED-ROWS.
           MOVE 0 TO RETIRED-PRESET-COUNT.
           PERFORM VARYING SNAP-IDX FROM 1 BY 1
               UNTIL SNAP-IDX > OLD-SNAP-COUNT
               IF OS-SEEN-SW(SNAP-IDX) = 0
                   ADD 1 TO RETIRED-PRESET-COUNT
                   MOVE SPACES TO CATALOG-RECORD
                   MOVE 1 TO CAT-PTR
                   STRING OS-PRESET-NAME(SNAP-IDX) DELIMITED BY SIZE
                       "  RETIRED - NO LONGER IN LIBRARY  LAST OUTPUT "
                           DELIMITED BY SIZE
                       OS-OUT-PATH(SNAP-IDX) DELIMITED BY SPACE
                       INTO CATALOG-RECORD WITH POINTER CAT-PTR
                   PERFORM PUT-CATALOG-LINE
               END-IF
           END-PERFORM.

      * ==========================================
      * WRITE-BATCH-SNAPSHOT
      * Replaces the snapshot with NEW-SNAPSHOT-TABLE. Only ever
      * performed after the whole library has been worked through.
      * ==========================================
       WRITE-BATCH-SNAPSHOT.
           OPEN OUTPUT BATCH-SNAPSHOT-FILE.
           IF BS-FILE-STATUS NOT = "00"
               MOVE "BATCH-SNAPSHOT-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-BATCH-SNAPSHOT" TO ABEND-PARAGRAPH
               MOVE BS-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM VARYING SNAP-IDX FROM 1 BY 1
               UNTIL SNAP-IDX > NEW-SNAP-COUNT
               MOVE NS-PRESET-NAME(SNAP-IDX) TO BS-PRESET-NAME
               MOVE NS-PATCH-IMAGE(SNAP-IDX) TO BS-PATCH-IMAGE
               MOVE NS-SOURCE-PRINT(SNAP-IDX) TO BS-SOURCE-PRINT
               MOVE NS-SHARED-PRINT(SNAP-IDX) TO BS-SHARED-PRINT
               MOVE NS-OUT-PATH(SNAP-IDX) TO BS-OUT-PATH
               MOVE NS-TARGET-FREQ(SNAP-IDX) TO BS-TARGET-FREQ
               MOVE NS-DURATION-SEC(SNAP-IDX) TO BS-DURATION-SEC
               PERFORM PUT-BATCH-SNAPSHOT-REC
           END-PERFORM.
           CLOSE BATCH-SNAPSHOT-FILE.

      * ==========================================
      * FINGERPRINT-PATCH-IMAGE
      * The additive checksum over the PATCH-RECORD just filled -
      * from PATCH-FILE or from a PRESET-RECORD, whose image is the
      * same layout byte for byte - so a render can later be
      * matched against the library entry it came from. The second
      * oscillator's columns only count when it is switched on, so
      * a one-oscillator patch keeps the print it had before those
      * columns were added and its registered renders stay current.
      * Comol-Impact's FINGERPRINT-PRINT-IMAGE follows the same rule.
      * ==========================================
       FINGERPRINT-PATCH-IMAGE.
           MOVE 0 TO PROV-LOADED-PRINT.
           IF PF-OSC2-SOURCE = 0
               MOVE 192 TO PROV-PRINT-LENGTH
           ELSE
               MOVE LENGTH OF PATCH-RECORD TO PROV-PRINT-LENGTH
           END-IF.
           PERFORM VARYING PROV-PRINT-IDX FROM 1 BY 1
               UNTIL PROV-PRINT-IDX > PROV-PRINT-LENGTH
               COMPUTE PROV-PROBE-BYTE-VAL =
                   FUNCTION ORD(PATCH-RECORD(PROV-PRINT-IDX:1)) - 1
               COMPUTE PROV-LOADED-PRINT =
                   FUNCTION MOD(PROV-LOADED-PRINT + PROV-PROBE-BYTE-VAL
                       + PROV-PRINT-IDX, 999999999)
           END-PERFORM.

      * ==========================================
      * WRITE-PROVENANCE-RECORD
      * Appends the provenance record for the output just finished:
      * what patch, which performance and support files, and which
      * RAW sources at which catalog checksum. Run once the output
      * and its run log are closed, so the register never names a
      * render that did not complete.
      * ==========================================
       WRITE-PROVENANCE-RECORD.
           MOVE SPACES TO PROVENANCE-RECORD.
           MOVE OUT-FILE-PATH TO PROV-OUT-PATH.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME.
           MOVE WS-DATE-TIME(1:14) TO PROV-RUN-STAMP.
           EVALUATE TRUE
               WHEN RENDER-LIST-MODE = 1
                   MOVE 2 TO PROV-RUN-MODE
                   MOVE PL-PRESET-NAME TO PROV-PRESET-NAME
               WHEN BATCH-MODE-SWITCH = 1
                   MOVE 1 TO PROV-RUN-MODE
                   MOVE PL-PRESET-NAME TO PROV-PRESET-NAME
               WHEN OTHER
                   MOVE 0 TO PROV-RUN-MODE
           END-EVALUATE.
           MOVE PROV-LOADED-PRINT TO PROV-PATCH-PRINT.

           IF POLY-MODE = 1
               MOVE POLY-SEQ-FILE-PATH TO PROV-PROBE-PATH
           ELSE
               MOVE SEQUENCE-FILE-PATH TO PROV-PROBE-PATH
           END-IF.
           MOVE PROV-PROBE-PATH TO PROV-SEQUENCE-PATH.
           PERFORM CHECKSUM-PROV-PROBE.
           MOVE PROV-PROBE-SUM TO PROV-SEQUENCE-SUM.
           MOVE 0 TO PROV-TUNING-SUM.
           IF TUNING-MODE = 1
               MOVE "path/to/Tuning1.dat" TO PROV-PROBE-PATH
               MOVE PROV-PROBE-PATH TO PROV-TUNING-PATH
               PERFORM CHECKSUM-PROV-PROBE
               MOVE PROV-PROBE-SUM TO PROV-TUNING-SUM
           END-IF.
           MOVE 0 TO PROV-KEYMAP-SUM.
           IF KEYMAP-MODE = 1
               MOVE "path/to/Keymap1.dat" TO PROV-PROBE-PATH
               MOVE PROV-PROBE-PATH TO PROV-KEYMAP-PATH
               PERFORM CHECKSUM-PROV-PROBE
               MOVE PROV-PROBE-SUM TO PROV-KEYMAP-SUM
           END-IF.
           MOVE 0 TO PROV-AUTOMATION-SUM.
           IF AUTOMATION-MODE = 1
               MOVE "path/to/Automation1.dat" TO PROV-PROBE-PATH
               MOVE PROV-PROBE-PATH TO PROV-AUTOMATION-PATH
               PERFORM CHECKSUM-PROV-PROBE
               MOVE PROV-PROBE-SUM TO PROV-AUTOMATION-SUM
           END-IF.

      * The RAW sources, in the order the render loads them. Every
      * keymap zone is listed, not just the ones this performance
      * happened to reach - an edit to any of them changes what
      * the same patch and sequence would render.
      * A second oscillator reading either RAW lists it under the
      * same role, once, even when oscillator 1 reads it too.
           MOVE 0 TO PROV-SOURCE-COUNT.
           IF WAVE-SOURCE-CHOICE = 2 OR 3 OR 4 OR OSC2-SOURCE = 2
               MOVE "WAVE" TO PROV-NEXT-ROLE
               MOVE PROV-BASE-SOURCE-PATH TO PROV-NEXT-PATH
               PERFORM ADD-PROVENANCE-SOURCE
           END-IF.
           IF WAVE-SOURCE-CHOICE = 3 OR OSC2-SOURCE = 3
               MOVE "WAVE-B" TO PROV-NEXT-ROLE
               MOVE "path/to/FineWine-B.raw" TO PROV-NEXT-PATH
               PERFORM ADD-PROVENANCE-SOURCE
           END-IF.
           IF LFO1-USER-RAW OR LFO2-USER-RAW
               MOVE "LFO" TO PROV-NEXT-ROLE
               MOVE "path/to/LFO-Wave.raw" TO PROV-NEXT-PATH
               PERFORM ADD-PROVENANCE-SOURCE
           END-IF.
           IF KEYMAP-MODE = 1
               PERFORM VARYING PROV-ZONE-IDX FROM 1 BY 1
                   UNTIL PROV-ZONE-IDX > KEYMAP-ZONE-COUNT
                   MOVE "ZONE" TO PROV-NEXT-ROLE
                   MOVE KM-ZONE-PATH(PROV-ZONE-IDX)
                       TO PROV-NEXT-PATH
                   PERFORM ADD-PROVENANCE-SOURCE
               END-PERFORM
           END-IF.

           OPEN EXTEND PROVENANCE-FILE.
      * Status 05 is the OPTIONAL clause creating the register on
      * the first-ever render - a success, not a failure.
           IF PROV-FILE-STATUS NOT = "00"
               AND PROV-FILE-STATUS NOT = "05"
               MOVE "PROVENANCE-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-PROVENANCE-RECORD" TO ABEND-PARAGRAPH
               MOVE PROV-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE GLOBAL-SAMPLE-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM PUT-PROVENANCE-REC.
           CLOSE PROVENANCE-FILE.

      * One SOURCE entry, carrying the catalog checksum of its path
      * (0 when Comol-Wave never registered it).
       ADD-PROVENANCE-SOURCE.
           IF PROV-SOURCE-COUNT >= 19
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PROV-SOURCE-COUNT.
           MOVE PROV-NEXT-ROLE TO PROV-SRC-ROLE(PROV-SOURCE-COUNT).
           MOVE PROV-NEXT-PATH TO PROV-SRC-PATH(PROV-SOURCE-COUNT).
           MOVE 0 TO PROV-SRC-SUM(PROV-SOURCE-COUNT).
           PERFORM VARYING SRC-CAT-SCAN FROM 1 BY 1
               UNTIL SRC-CAT-SCAN > SRC-CAT-COUNT
               IF SRC-CAT-PATH(SRC-CAT-SCAN) = PROV-NEXT-PATH
                   MOVE SRC-CAT-SUM(SRC-CAT-SCAN)
                       TO PROV-SRC-SUM(PROV-SOURCE-COUNT)
                   MOVE SRC-CAT-COUNT TO SRC-CAT-SCAN
               END-IF
           END-PERFORM.

      * Reads PROV-PROBE-PATH end to end and leaves its additive
      * checksum in PROV-PROBE-SUM - 0 for a file that will not open.
       CHECKSUM-PROV-PROBE.
           MOVE 0 TO PROV-PROBE-SUM.
           MOVE 0 TO PROV-PROBE-BYTES.
           MOVE 0 TO PROV-PROBE-EOF-SW.
           OPEN INPUT PROV-PROBE-FILE.
           IF PROV-PROBE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PROV-PROBE-EOF-SW = 1
               READ PROV-PROBE-FILE
                   AT END
                       MOVE 1 TO PROV-PROBE-EOF-SW
                   NOT AT END
                       ADD 1 TO PROV-PROBE-BYTES
                       COMPUTE PROV-PROBE-BYTE-VAL =
                           FUNCTION ORD(PROV-PROBE-BYTE) - 1
                       COMPUTE PROV-PROBE-SUM =
                           FUNCTION MOD(PROV-PROBE-SUM
                               + PROV-PROBE-BYTE-VAL
                               + PROV-PROBE-BYTES, 999999999)
               END-READ
               IF PROV-PROBE-STATUS NOT = "00"
                   AND PROV-PROBE-STATUS NOT = "10"
                   MOVE "PROV-PROBE-FILE" TO ABEND-FILE-NAME
                   MOVE "CHECKSUM-PROV-PROBE" TO ABEND-PARAGRAPH
                   MOVE PROV-PROBE-STATUS TO ABEND-STATUS-CODE
                   MOVE PROV-PROBE-BYTES TO ABEND-COUNT-EDIT
                   PERFORM REPORT-IO-FAILURE
               END-IF
           END-PERFORM.
           CLOSE PROV-PROBE-FILE.

       CALCULATE-INDICES.
           COMPUTE READ-INDEX = FUNCTION INTEGER(READ-POSITION).
           COMPUTE FRACTIONAL-PART = READ-POSITION - READ-INDEX.
           END-PERFORM.
           MOVE SUM-ACCUM TO INTERP-RESULT.

      * ==========================================
      * MIX-OSCILLATOR-2
      * Linear read of OSC2-TABLE at oscillator 2's play-head, then
      * folds it into INTERP-RESULT per OSC2-MODE (see the SECOND
      * OSCILLATOR LAYER comment block). Linear only - a layer
      * under the main oscillator does not need the sinc kernel,
      * and the per-sample cost stays one table read.
      * ==========================================
       MIX-OSCILLATOR-2.
           COMPUTE OSC2-READ-INDEX =
               FUNCTION INTEGER(OSC2-READ-POSITION).
           COMPUTE OSC2-FRACTION = OSC2-READ-POSITION - OSC2-READ-INDEX.
           IF OSC2-READ-INDEX + 1 > TABLE-SIZE
               MOVE 1 TO OSC2-NEXT-INDEX
           ELSE
               COMPUTE OSC2-NEXT-INDEX = OSC2-READ-INDEX + 1
           END-IF.
           COMPUTE OSC2-SAMPLE =
               (OSC2-WAVE-SAMPLE(OSC2-READ-INDEX) *
                   (1.0 - OSC2-FRACTION)) +
               (OSC2-WAVE-SAMPLE(OSC2-NEXT-INDEX) * OSC2-FRACTION).
           MOVE INTERP-RESULT TO OSC1-MIX-SAMPLE.
           IF OSC2-RING
               COMPUTE INTERP-RESULT =
                   (OSC1-MIX-SAMPLE * (1.0 - OSC2-LEVEL-FRAC)) +
                   (OSC1-MIX-SAMPLE * OSC2-SAMPLE * OSC2-LEVEL-FRAC)
           ELSE
               COMPUTE INTERP-RESULT =
                   (OSC1-MIX-SAMPLE + (OSC2-SAMPLE * OSC2-LEVEL-FRAC))
                   / (1.0 + OSC2-LEVEL-FRAC)
           END-IF.

       APPLY-VOLUME-AND-WRITE.
      * 0. Chord mode sums the other voices into INTERP-RESULT before
      * any of the below treats it as a single oscillator's output.
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE READ-POSITION TO OSC2-MASTER-PREV.
           ADD STEP-SIZE TO READ-POSITION.


           IF READ-POSITION < 1.0
               MOVE 1.0 TO READ-POSITION
           END-IF.
           IF OSC2-ACTIVE-SW = 1
               PERFORM ADVANCE-OSC2
           END-IF.

      * ==========================================
      * ADVANCE-OSC2
      * Steps oscillator 2's play-head at oscillator 1's STEP-SIZE
      * (glide included) times OSC2-RATIO, bent by the shared
      * vibrato plus oscillator 2's own LFO-OSC2-OUT with the same
      * semitone approximation APPLY-LFO-PITCH uses. In hard-sync
      * mode the play-head restarts whenever oscillator 1 has just
      * wrapped - its position fell below where this sample began.
      * ==========================================
       ADVANCE-OSC2.
           COMPUTE OSC2-BEND =
               1.0 + ((LFO-PTCH-OUT + LFO-OSC2-OUT) * 0.05946309).
           IF OSC2-BEND < 0
               MOVE 0 TO OSC2-BEND
           END-IF.
           COMPUTE OSC2-STEP = STEP-SIZE * OSC2-RATIO * OSC2-BEND.
           ADD OSC2-STEP TO OSC2-READ-POSITION.
           COMPUTE OSC2-READ-POSITION
               = FUNCTION MOD(OSC2-READ-POSITION - 1, TABLE-FLOAT) + 1.
           IF OSC2-READ-POSITION < 1.0
               MOVE 1.0 TO OSC2-READ-POSITION
           END-IF.
           IF OSC2-HARD-SYNC AND READ-POSITION < OSC2-MASTER-PREV
               MOVE 1.0 TO OSC2-READ-POSITION
           END-IF.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      SECTION 3: TABLES         /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
           COMPUTE LFO-MORPH-OUT =
               (LFO1-VALUE * LFO1-MORPH-DPTH / 100.0) +
               (LFO2-VALUE * LFO2-MORPH-DPTH / 100.0).
           COMPUTE LFO-OSC2-OUT =
               (LFO1-VALUE * LFO1-OSC2-DPTH / 10.0) +
               (LFO2-VALUE * LFO2-OSC2-DPTH / 10.0).

      * ==========================================
      * ADVANCE-LFO1
               PERFORM REPORT-IO-FAILURE
           END-IF.

       CHECK-POLY-SEQUENCE-OPEN.
           IF PQ-FILE-STATUS NOT = "00"
               MOVE "POLY-SEQUENCE-FILE" TO ABEND-FILE-NAME
               MOVE "CHECK-POLY-SEQUENCE-OPEN" TO ABEND-PARAGRAPH
               MOVE PQ-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE SQ-NOTE-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

      * ==========================================
      * READ-FAULT CHECKS
      * Declaring FILE STATUS suppresses the runtime's own fatal
               PERFORM REPORT-IO-FAILURE
           END-IF.

       CHECK-POLY-SEQUENCE-READ.
           IF PQ-FILE-STATUS NOT = "00"
               AND PQ-FILE-STATUS NOT = "10"
               MOVE "POLY-SEQUENCE-FILE" TO ABEND-FILE-NAME
               MOVE "CHECK-POLY-SEQUENCE-READ" TO ABEND-PARAGRAPH
               MOVE PQ-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE SQ-NOTE-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

       CHECK-RENDER-LIST-READ.
           IF RL-FILE-STATUS NOT = "00"
               AND RL-FILE-STATUS NOT = "10"
               MOVE "RENDER-LIST-FILE" TO ABEND-FILE-NAME
               MOVE "CHECK-RENDER-LIST-READ" TO ABEND-PARAGRAPH
               MOVE RL-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE RL-PART-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

       CHECK-PATCH-READ.
           IF PATCH-FILE-STATUS NOT = "00"
               AND PATCH-FILE-STATUS NOT = "10"
               PERFORM REPORT-IO-FAILURE
           END-IF.

       PUT-BATCH-SNAPSHOT-REC.
           WRITE BATCH-SNAPSHOT-RECORD.
           IF BS-FILE-STATUS NOT = "00"
               MOVE "BATCH-SNAPSHOT-FILE" TO ABEND-FILE-NAME
               MOVE "PUT-BATCH-SNAPSHOT-REC" TO ABEND-PARAGRAPH
               MOVE BS-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE SNAP-IDX TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

       PUT-PROVENANCE-REC.
           WRITE PROVENANCE-RECORD.
           IF PROV-FILE-STATUS NOT = "00"
               MOVE "PROVENANCE-FILE" TO ABEND-FILE-NAME
               MOVE "PUT-PROVENANCE-REC" TO ABEND-PARAGRAPH
               MOVE PROV-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE GLOBAL-SAMPLE-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.

       PUT-QA-TEMP-REC.
           WRITE QA-TEMP-BYTE.
           IF QA-TEMP-STATUS NOT = "00"
