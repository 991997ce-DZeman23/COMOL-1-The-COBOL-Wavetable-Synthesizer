       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comol-Song.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\          FILE HANDLES          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Arrangement driver. A finished piece used to mean pushing
      * each preset out of Comol-Library into Patch1.dat, staging
      * its Sequence1.dat, running Comol-1 once per part, renaming
      * every output by hand and typing the MIX-TRACK-RECORDs
      * before Comol-Mix could run. This program reads one
      * SONG-PART-RECORD per part - library preset, sequence file,
      * optional effects record, gain, pan and start offset -
      * expands it into Comol-1's render list, Comol-FX's
      * Effects1.dat, Comol-Mix's MixList.dat and the Comol-Job
      * manifest that chains them, runs the chain, and writes one
      * song report tying every part to the finished master.
      *
      * What each part was last rendered from is kept in
      * SongState.dat, so a re-run renders only the parts whose
      * preset, sequence or effects actually changed - the same
      * skip-what-is-already-done stance Comol-Job takes at the
      * step level.
           SELECT SONG-FILE ASSIGN TO
           "path/to/Song1.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SG-FILE-STATUS.
      * Read to prove every part's preset exists and to take its
      * patch image for the change test.
           SELECT PRESET-LIBRARY-FILE ASSIGN TO
           "path/to/PresetLibrary.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PL-FILE-STATUS.
      * One-byte reader over any file the plan needs to look at -
      * a sequence file to checksum, or a rendered WAVE whose
      * presence decides whether a part can be reused. ASSIGN TO
      * DYNAMIC so the one handle serves every part.
           SELECT PROBE-FILE ASSIGN TO DYNAMIC PROBE-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PROBE-FILE-STATUS.
      * A part's effects record, kept in Comol-FX's own
      * EFFECTS-RECORD layout so the library team edits one format.
      * Only the settings are taken - the paths are this program's.
           SELECT FX-TEMPLATE-FILE ASSIGN TO DYNAMIC FX-TEMPLATE-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FT-FILE-STATUS.
      * Comol-1's render list. Emptied again once the chain ends so
      * the nightly library batch is never steered by a song.
           SELECT RENDER-LIST-FILE ASSIGN TO
           "path/to/RenderList.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RL-FILE-STATUS.
           SELECT EFFECTS-PARAM-FILE ASSIGN TO
           "path/to/Effects1.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EF-PARAM-STATUS.
           SELECT MIX-LIST-FILE ASSIGN TO
           "path/to/MixList.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MX-LIST-STATUS.
           SELECT JOB-MANIFEST-FILE ASSIGN TO
           "path/to/JobManifest.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JM-MANIFEST-STATUS.
      * Emptied before the chain starts - see RUN-SONG-CHAIN.
           SELECT JOB-STATUS-FILE ASSIGN TO
           "path/to/JobStatus.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JS-STATUS-STATUS.
      * What every part was rendered from on the last clean song
      * run. Rewritten only after the whole chain completes.
           SELECT SONG-STATE-FILE ASSIGN TO
           "path/to/SongState.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SS-FILE-STATUS.
      * Comol-1's QA report, read back for each part's line.
           SELECT OPTIONAL QA-REPORT-FILE ASSIGN TO
           "path/to/QAReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QA-REPORT-STATUS.
           SELECT SONG-REPORT-FILE ASSIGN TO
           "path/to/SongReport.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SR-FILE-STATUS.
      * Common abend diagnostics log, shared with every program in
      * this system. See REPORT-IO-FAILURE.
           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO
           "path/to/AbendLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * One fixed-layout record per part. PRESET-NAME is a
      * PresetLibrary.dat entry; POLY-FLAG 1 plays SEQUENCE-PATH as
      * a POLY-SEQUENCE-RECORD file; EFFECTS-PATH names a file
      * holding one EFFECTS-RECORD (spaces = the part mixes dry).
      * GAIN, PAN and START-SEC go straight into the part's
      * MIX-TRACK-RECORD and carry Comol-Mix's ranges.
       FD  SONG-FILE.
       01  SONG-PART-RECORD.
           05  SG-PRESET-NAME      PIC X(20).
           05  SG-SEQUENCE-PATH    PIC X(60).
           05  SG-POLY-FLAG        PIC 9(1).
           05  SG-EFFECTS-PATH     PIC X(60).
           05  SG-GAIN-PCT         PIC 9(3).
           05  SG-PAN              PIC S9(3)
                                   SIGN LEADING SEPARATE.
           05  SG-START-SEC        PIC 9(3)V9(2).

       FD  PRESET-LIBRARY-FILE.
       01  PRESET-RECORD.
           05  PL-PRESET-NAME      PIC X(20).
           05  PL-PATCH-IMAGE      PIC X(208).

       FD  PROBE-FILE.
       01  PROBE-BYTE          PIC X(1).

      * Comol-FX's EFFECTS-RECORD, settings held as one block.
       FD  FX-TEMPLATE-FILE.
       01  FX-TEMPLATE-RECORD.
           05  FT-IN-PATH          PIC X(60).
           05  FT-OUT-PATH         PIC X(60).
           05  FT-SETTINGS         PIC X(34).

      * Comol-1's RENDER-LIST-RECORD.
       FD  RENDER-LIST-FILE.
       01  RENDER-LIST-RECORD.
           05  RL-PRESET-NAME      PIC X(20).
           05  RL-SEQUENCE-PATH    PIC X(60).
           05  RL-POLY-FLAG        PIC 9(1).
           05  RL-OUT-PATH         PIC X(60).
           05  RL-RUN-LOG-PATH     PIC X(60).

      * Comol-FX's EFFECTS-RECORD.
       FD  EFFECTS-PARAM-FILE.
       01  EFFECTS-RECORD.
           05  EF-IN-PATH          PIC X(60).
           05  EF-OUT-PATH         PIC X(60).
           05  EF-SETTINGS         PIC X(34).

      * Comol-Mix's MIX-TRACK-RECORD.
       FD  MIX-LIST-FILE.
       01  MIX-TRACK-RECORD.
           05  MX-WAVE-PATH        PIC X(60).
           05  MX-GAIN-PCT         PIC 9(3).
           05  MX-PAN              PIC S9(3)
                                   SIGN LEADING SEPARATE.
           05  MX-START-SEC        PIC 9(3)V9(2).

      * Comol-Job's JOB-MANIFEST-RECORD.
       FD  JOB-MANIFEST-FILE.
       01  JOB-MANIFEST-RECORD.
           05  JM-STEP-NAME        PIC X(12).
           05  JM-COMMAND          PIC X(60).
           05  JM-PARAM-PATH       PIC X(60).
           05  JM-CONT-ON-ERROR    PIC 9(1).

      * Comol-Job's JOB-STATUS-RECORD - never read here, only
      * emptied.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD       PIC X(55).

      * One record per part of the last clean run: what the dry
      * render was made from and what effects made the wet file.
       FD  SONG-STATE-FILE.
       01  SONG-STATE-RECORD.
           05  SS-PART-NUM         PIC 9(2).
           05  SS-PRESET-NAME      PIC X(20).
           05  SS-PATCH-IMAGE      PIC X(208).
           05  SS-SEQUENCE-PATH    PIC X(60).
           05  SS-SEQ-CHECKSUM     PIC 9(9).
           05  SS-POLY-FLAG        PIC 9(1).
           05  SS-EFFECTS-PATH     PIC X(60).
           05  SS-FX-SETTINGS      PIC X(34).

       FD  QA-REPORT-FILE.
       01  QA-REPORT-RECORD        PIC X(160).

       FD  SONG-REPORT-FILE.
       01  SONG-REPORT-RECORD      PIC X(160).

      * One free-form text line per I/O failure. See
      * REPORT-IO-FAILURE.
       FD  ABEND-LOG-FILE.
       01  ABEND-LOG-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
       01  SONG-DATE-TIME      PIC X(21).
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      JOB / FILE CONTROL         /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  SONG-JOB-CONTROL.
           05  SG-FILE-STATUS      PIC X(2) VALUE "00".
           05  PL-FILE-STATUS      PIC X(2) VALUE "00".
           05  PROBE-FILE-STATUS   PIC X(2) VALUE "00".
           05  FT-FILE-STATUS      PIC X(2) VALUE "00".
           05  RL-FILE-STATUS      PIC X(2) VALUE "00".
           05  EF-PARAM-STATUS     PIC X(2) VALUE "00".
           05  MX-LIST-STATUS      PIC X(2) VALUE "00".
           05  JM-MANIFEST-STATUS  PIC X(2) VALUE "00".
           05  JS-STATUS-STATUS    PIC X(2) VALUE "00".
           05  SS-FILE-STATUS      PIC X(2) VALUE "00".
           05  QA-REPORT-STATUS    PIC X(2) VALUE "00".
           05  SR-FILE-STATUS      PIC X(2) VALUE "00".
           05  SG-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  SG-ERROR-SWITCH     PIC 9(1) VALUE 0.
           05  SG-FOUND-SWITCH     PIC 9(1) VALUE 0.
           05  PROBE-EOF-SWITCH    PIC 9(1) VALUE 0.
           05  PROBE-EXISTS-SW     PIC 9(1) VALUE 0.
       01  DYNAMIC-FILE-PATHS.
           05  PROBE-PATH          PIC X(60).
           05  FX-TEMPLATE-PATH    PIC X(60).

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
      * /\      PART TABLE (UP TO 16)      /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One entry per SONG-PART-RECORD, the song record as given
      * plus everything the plan works out for it: the preset's
      * patch image, the sequence checksum, the effects settings,
      * the three file names the part renders to, and whether this
      * run renders it (RENDER-SW) and runs its effects (FX-SW).
      * Sixteen parts is Comol-Mix's track limit.
       01  SONG-PART-VARS     USAGE COMP-5.
           05  PART-COUNT          PIC 9(2) VALUE 0.
           05  PART-IDX            PIC 9(2).
           05  RENDER-PART-COUNT   PIC 9(2) VALUE 0.
           05  FX-PART-COUNT       PIC 9(2) VALUE 0.
           05  REUSED-PART-COUNT   PIC 9(2) VALUE 0.
       01  SONG-PART-TABLE.
           05  SONG-PART OCCURS 16 TIMES.
               10  PT-PRESET-NAME   PIC X(20).
               10  PT-PATCH-IMAGE   PIC X(208).
               10  PT-SEQUENCE-PATH PIC X(60).
               10  PT-SEQ-CHECKSUM  PIC 9(9).
               10  PT-POLY-FLAG     PIC 9(1).
               10  PT-EFFECTS-PATH  PIC X(60).
               10  PT-FX-SETTINGS   PIC X(34).
               10  PT-GAIN-PCT      PIC 9(3).
               10  PT-PAN           PIC S9(3)
                                    SIGN LEADING SEPARATE.
               10  PT-START-SEC     PIC 9(3)V9(2).
               10  PT-DRY-PATH      PIC X(60).
               10  PT-RUN-LOG-PATH  PIC X(60).
               10  PT-WET-PATH      PIC X(60).
               10  PT-RENDER-SW     PIC 9(1).
               10  PT-FX-SW         PIC 9(1).
               10  PT-REASON        PIC X(20).
               10  PT-FX-REASON     PIC X(20).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      PRIOR SONG STATE           /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * SongState.dat loaded by part number. PS-FOUND 0 = the last
      * clean run had no such part, so it renders as new.
       01  PRIOR-STATE-TABLE.
           05  PRIOR-PART OCCURS 16 TIMES.
               10  PS-FOUND         PIC 9(1).
               10  PS-PRESET-NAME   PIC X(20).
               10  PS-PATCH-IMAGE   PIC X(208).
               10  PS-SEQUENCE-PATH PIC X(60).
               10  PS-SEQ-CHECKSUM  PIC 9(9).
               10  PS-POLY-FLAG     PIC 9(1).
               10  PS-EFFECTS-PATH  PIC X(60).
               10  PS-FX-SETTINGS   PIC X(34).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      CHECKSUM WORK FIELDS       /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * The additive checksum Comol-Wave registers in
      * SourceCatalog.dat, so a sequence file is judged the same
      * way a wavetable source is.
       01  PROBE-WORK-VARS    USAGE COMP-5.
           05  PROBE-BYTE-COUNT    PIC 9(9).
           05  PROBE-BYTE-VAL      PIC 9(3).
           05  PROBE-CHECKSUM      PIC 9(9).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      CHAIN EXECUTION            /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Comol-Job runs through the scheduler shell exactly as it
      * runs its own steps; its exit status is the song's verdict.
       01  SONG-EXEC-VARS.
           05  SONG-EXEC-COMMAND   PIC X(61).
           05  CHAIN-RC            PIC S9(4) COMP-5 VALUE 0.
       78  SONG-MASTER-PATH    VALUE "path/to/Master.wav".

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      NIGHTLY CONTROL FILES      /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * The song chain runs through the same manifest, parameter
      * lists and status file as the operator's nightly chain. Each
      * is copied aside to its .sav name before the song writes its
      * own, and put back when the song is done - or when it stops
      * on an I/O failure - so the next night runs what the
      * operator set up. NC-STATE: 0 not yet looked at, 1 copied
      * aside, 2 did not exist (removed again afterwards).
       01  NIGHTLY-CONTROL-NAMES.
           05  FILLER              PIC X(40) VALUE
               "path/to/JobManifest.dat".
           05  FILLER              PIC X(40) VALUE
               "path/to/JobManifest.sav".
           05  FILLER              PIC X(40) VALUE
               "path/to/Effects1.dat".
           05  FILLER              PIC X(40) VALUE
               "path/to/Effects1.sav".
           05  FILLER              PIC X(40) VALUE
               "path/to/MixList.dat".
           05  FILLER              PIC X(40) VALUE
               "path/to/MixList.sav".
           05  FILLER              PIC X(40) VALUE
               "path/to/JobStatus.dat".
           05  FILLER              PIC X(40) VALUE
               "path/to/JobStatus.sav".
       01  FILLER REDEFINES NIGHTLY-CONTROL-NAMES.
           05  NIGHTLY-CONTROL OCCURS 4 TIMES.
               10  NC-LIVE-PATH     PIC X(40).
               10  NC-SAVE-PATH     PIC X(40).
       01  NIGHTLY-CONTROL-VARS USAGE COMP-5.
           05  NC-IDX              PIC 9(1).
           05  NC-ARMED-SW         PIC 9(1) VALUE 0.
           05  NC-RESTORE-FAIL-SW  PIC 9(1) VALUE 0.
           05  NC-CALL-RC          PIC S9(9).
           05  NC-STATE            PIC 9(1) OCCURS 4 TIMES.
      * CBL_CHECK_FILE_EXIST's file-details block - only the return
      * code is used here.
       01  NC-FILE-DETAILS     PIC X(16).

      * Work fields for the report lines and generated file names.
       01  SONG-REPORT-VARS.
           05  SRP-PTR             PIC 9(3).
           05  SRP-PART            PIC 9(2).
           05  SRP-COUNT           PIC ZZ9.
           05  SRP-GAIN            PIC ZZ9.
           05  SRP-PAN             PIC +ZZ9.
           05  SRP-START           PIC ZZ9.99.
           05  SRP-RC              PIC ZZZ9.
           05  SRP-PATH-LEN        PIC 9(3).
           05  SRP-QA-LINE         PIC X(160).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "COMOL-SONG  ARRANGEMENT RENDER AND MIXDOWN".
           PERFORM LOAD-SONG-FILE.
           IF PART-COUNT = 0
               DISPLAY "SONG ERROR: Song1.dat names no parts - "
                   "nothing to render."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SG-ERROR-SWITCH = 1
      * A song missing one of its parts is not the piece the file
      * describes - reject the whole song after one pass has
      * reported every problem, as Comol-Mix does for its list.
               DISPLAY "SONG ERROR: song abandoned - fix Song1.dat "
                   "and re-run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-PRIOR-SONG-STATE.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > PART-COUNT
               PERFORM PLAN-ONE-PART
           END-PERFORM.
           DISPLAY "Song has " PART-COUNT " part(s): "
               RENDER-PART-COUNT " to render, " REUSED-PART-COUNT
               " reused, " FX-PART-COUNT " effects pass(es).".

           PERFORM SAVE-NIGHTLY-CONTROL.
           PERFORM WRITE-RENDER-LIST.
           PERFORM WRITE-EFFECTS-LIST.
           PERFORM WRITE-MIX-LIST.
           PERFORM WRITE-SONG-MANIFEST.
           PERFORM RUN-SONG-CHAIN.
           PERFORM CLEAR-RENDER-LIST.
           IF CHAIN-RC = 0
               PERFORM WRITE-SONG-STATE
           END-IF.
           PERFORM WRITE-SONG-REPORT.
           PERFORM RESTORE-NIGHTLY-CONTROL.

           IF CHAIN-RC = 0
               DISPLAY "Done. Master.wav created - see "
                   "SongReport.txt."
           ELSE
               DISPLAY "Song chain failed (rc " CHAIN-RC ") - see "
                   "SongReport.txt and OpsReport.txt; a re-run "
                   "renders every part not yet current."
               IF CHAIN-RC < 0 OR CHAIN-RC > 99
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE CHAIN-RC TO RETURN-CODE
               END-IF
           END-IF.
           IF NC-RESTORE-FAIL-SW = 1
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * ==========================================
      * LOAD-SONG-FILE
      * Reads every SONG-PART-RECORD, validates it, and fills
      * SONG-PART-TABLE with the preset's patch image, the
      * sequence checksum and the effects settings. Any bad part
      * flags SG-ERROR-SWITCH; MAIN-LOGIC abandons the song after
      * the whole file has been read.
      * ==========================================
       LOAD-SONG-FILE.
           OPEN INPUT SONG-FILE.
           IF SG-FILE-STATUS NOT = "00"
               DISPLAY "SONG ERROR: cannot open Song1.dat "
                   "(status " SG-FILE-STATUS ") - nothing to do."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO SG-EOF-SWITCH.
           PERFORM UNTIL SG-EOF-SWITCH = 1
               READ SONG-FILE
                   AT END
                       MOVE 1 TO SG-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-SONG-PART
               END-READ
           END-PERFORM.
           CLOSE SONG-FILE.

       LOAD-ONE-SONG-PART.
           IF PART-COUNT >= 16
               DISPLAY "SONG ERROR: more than 16 parts."
               MOVE 1 TO SG-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.
      * Count the part before validating it, so every message
      * below names the record the operator has to fix.
           ADD 1 TO PART-COUNT.
           IF SG-PRESET-NAME = SPACES
               DISPLAY "SONG ERROR: part " PART-COUNT
                   " has no preset name."
               MOVE 1 TO SG-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.
           IF SG-SEQUENCE-PATH = SPACES
               DISPLAY "SONG ERROR: part " PART-COUNT
                   " has no sequence file path."
               MOVE 1 TO SG-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.
           IF SG-POLY-FLAG > 1
               DISPLAY "SONG ERROR: part " PART-COUNT " POLY-FLAG "
                   SG-POLY-FLAG " is out of range (0-1)."
               MOVE 1 TO SG-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.
           IF SG-GAIN-PCT > 200
               DISPLAY "SONG ERROR: part " PART-COUNT " gain "
                   SG-GAIN-PCT " is out of range (0-200)."
               MOVE 1 TO SG-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.
           IF SG-PAN < -100 OR SG-PAN > 100
               DISPLAY "SONG ERROR: part " PART-COUNT " pan "
                   SG-PAN " is out of range (-100 to +100)."
               MOVE 1 TO SG-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.

           MOVE SG-PRESET-NAME   TO PT-PRESET-NAME(PART-COUNT).
           MOVE SG-SEQUENCE-PATH TO PT-SEQUENCE-PATH(PART-COUNT).
           MOVE SG-POLY-FLAG     TO PT-POLY-FLAG(PART-COUNT).
           MOVE SG-EFFECTS-PATH  TO PT-EFFECTS-PATH(PART-COUNT).
           MOVE SG-GAIN-PCT      TO PT-GAIN-PCT(PART-COUNT).
           MOVE SG-PAN           TO PT-PAN(PART-COUNT).
           MOVE SG-START-SEC     TO PT-START-SEC(PART-COUNT).
           MOVE 0                TO PT-RENDER-SW(PART-COUNT).
           MOVE 0                TO PT-FX-SW(PART-COUNT).
           MOVE SPACES           TO PT-FX-SETTINGS(PART-COUNT).

      * Every part renders to its own numbered files, so no part
      * ever overwrites another's render and a reused part is
      * still on disk under the name the mix list gives it.
           MOVE PART-COUNT TO SRP-PART.
           MOVE SPACES TO PT-DRY-PATH(PART-COUNT).
           STRING "path/to/SongPart" DELIMITED BY SIZE
               SRP-PART DELIMITED BY SIZE
               ".wav" DELIMITED BY SIZE
               INTO PT-DRY-PATH(PART-COUNT).
           MOVE SPACES TO PT-RUN-LOG-PATH(PART-COUNT).
           STRING "path/to/SongPart" DELIMITED BY SIZE
               SRP-PART DELIMITED BY SIZE
               "-RunLog.txt" DELIMITED BY SIZE
               INTO PT-RUN-LOG-PATH(PART-COUNT).
           MOVE SPACES TO PT-WET-PATH(PART-COUNT).
           IF SG-EFFECTS-PATH NOT = SPACES
               STRING "path/to/SongPart" DELIMITED BY SIZE
                   SRP-PART DELIMITED BY SIZE
                   "-FX.wav" DELIMITED BY SIZE
                   INTO PT-WET-PATH(PART-COUNT)
           END-IF.

           PERFORM FIND-PART-PRESET.
           IF SG-FOUND-SWITCH = 0
               DISPLAY "SONG ERROR: part " PART-COUNT " preset "
                   SG-PRESET-NAME " is not in PresetLibrary.dat."
               MOVE 1 TO SG-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.

           MOVE SG-SEQUENCE-PATH TO PROBE-PATH.
           PERFORM CHECKSUM-PROBE-FILE.
           IF PROBE-EXISTS-SW = 0
               DISPLAY "SONG ERROR: part " PART-COUNT " cannot "
                   "open sequence file " SG-SEQUENCE-PATH "."
               MOVE 1 TO SG-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.
           MOVE PROBE-CHECKSUM TO PT-SEQ-CHECKSUM(PART-COUNT).

           IF SG-EFFECTS-PATH NOT = SPACES
               PERFORM LOAD-PART-EFFECTS
           END-IF.

      * ==========================================
      * FIND-PART-PRESET
      * Scans PresetLibrary.dat for the part's preset and keeps its
      * patch image - the same image Comol-1's render list will
      * load, so a Comol-Library edit shows up here as a change.
      * ==========================================
       FIND-PART-PRESET.
           MOVE 0 TO SG-FOUND-SWITCH.
           OPEN INPUT PRESET-LIBRARY-FILE.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "SONG ERROR: PresetLibrary.dat cannot be "
                   "opened (status " PL-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SG-EOF-SWITCH.
           PERFORM UNTIL SG-EOF-SWITCH = 1 OR SG-FOUND-SWITCH = 1
               READ PRESET-LIBRARY-FILE
                   AT END
                       MOVE 1 TO SG-EOF-SWITCH
                   NOT AT END
                       IF PL-PRESET-NAME = SG-PRESET-NAME
                           MOVE 1 TO SG-FOUND-SWITCH
                           MOVE PL-PATCH-IMAGE
                               TO PT-PATCH-IMAGE(PART-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRESET-LIBRARY-FILE.
      * The song file's own read loop shares the EOF switch.
           MOVE 0 TO SG-EOF-SWITCH.

      * ==========================================
      * LOAD-PART-EFFECTS
      * Takes the settings block out of the part's EFFECTS-RECORD.
      * Range checking stays with Comol-FX, which already rejects
      * a bad record with its own message.
      * ==========================================
       LOAD-PART-EFFECTS.
           MOVE SG-EFFECTS-PATH TO FX-TEMPLATE-PATH.
           OPEN INPUT FX-TEMPLATE-FILE.
           IF FT-FILE-STATUS NOT = "00"
               DISPLAY "SONG ERROR: part " PART-COUNT " cannot "
                   "open effects record " SG-EFFECTS-PATH "."
               MOVE 1 TO SG-ERROR-SWITCH
               EXIT PARAGRAPH
           END-IF.
           READ FX-TEMPLATE-FILE
               AT END
                   DISPLAY "SONG ERROR: part " PART-COUNT
                       " effects record " SG-EFFECTS-PATH
                       " is empty."
                   MOVE 1 TO SG-ERROR-SWITCH
               NOT AT END
                   MOVE FT-SETTINGS TO PT-FX-SETTINGS(PART-COUNT)
           END-READ.
           CLOSE FX-TEMPLATE-FILE.

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

      * Presence only - a rendered WAVE is never read end to end.
       PROBE-FILE-EXISTS.
           MOVE 0 TO PROBE-EXISTS-SW.
           OPEN INPUT PROBE-FILE.
           IF PROBE-FILE-STATUS = "00"
               MOVE 1 TO PROBE-EXISTS-SW
               CLOSE PROBE-FILE
           END-IF.

      * ==========================================
      * LOAD-PRIOR-SONG-STATE
      * SongState.dat from the last clean run, by part number. A
      * missing file is a first run: every part renders.
      * ==========================================
       LOAD-PRIOR-SONG-STATE.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > 16
               MOVE 0 TO PS-FOUND(PART-IDX)
           END-PERFORM.
           OPEN INPUT SONG-STATE-FILE.
           IF SS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SG-EOF-SWITCH.
           PERFORM UNTIL SG-EOF-SWITCH = 1
               READ SONG-STATE-FILE
                   AT END
                       MOVE 1 TO SG-EOF-SWITCH
                   NOT AT END
                       IF SS-PART-NUM >= 1 AND SS-PART-NUM <= 16
                           MOVE SS-PART-NUM TO PART-IDX
                           MOVE 1 TO PS-FOUND(PART-IDX)
                           MOVE SS-PRESET-NAME
                               TO PS-PRESET-NAME(PART-IDX)
                           MOVE SS-PATCH-IMAGE
                               TO PS-PATCH-IMAGE(PART-IDX)
                           MOVE SS-SEQUENCE-PATH
                               TO PS-SEQUENCE-PATH(PART-IDX)
                           MOVE SS-SEQ-CHECKSUM
                               TO PS-SEQ-CHECKSUM(PART-IDX)
                           MOVE SS-POLY-FLAG
                               TO PS-POLY-FLAG(PART-IDX)
                           MOVE SS-EFFECTS-PATH
                               TO PS-EFFECTS-PATH(PART-IDX)
                           MOVE SS-FX-SETTINGS
                               TO PS-FX-SETTINGS(PART-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SONG-STATE-FILE.

      * ==========================================
      * PLAN-ONE-PART
      * Decides whether the part renders and whether its effects
      * pass runs. A part renders when it is new, its preset's
      * patch image, its sequence file or its poly flag differ
      * from the last clean run, or its dry render is no longer on
      * disk. Its effects pass runs whenever the dry file is being
      * rendered again, the effects settings changed, or the wet
      * file is gone.
      * ==========================================
       PLAN-ONE-PART.
           EVALUATE TRUE
               WHEN PS-FOUND(PART-IDX) = 0
                   MOVE "NEW PART" TO PT-REASON(PART-IDX)
               WHEN PS-PRESET-NAME(PART-IDX)
                       NOT = PT-PRESET-NAME(PART-IDX)
                   MOVE "PRESET REPLACED" TO PT-REASON(PART-IDX)
               WHEN PS-PATCH-IMAGE(PART-IDX)
                       NOT = PT-PATCH-IMAGE(PART-IDX)
                   MOVE "PRESET EDITED" TO PT-REASON(PART-IDX)
               WHEN PS-SEQUENCE-PATH(PART-IDX)
                       NOT = PT-SEQUENCE-PATH(PART-IDX)
                   OR PS-SEQ-CHECKSUM(PART-IDX)
                       NOT = PT-SEQ-CHECKSUM(PART-IDX)
                   OR PS-POLY-FLAG(PART-IDX)
                       NOT = PT-POLY-FLAG(PART-IDX)
                   MOVE "SEQUENCE CHANGED" TO PT-REASON(PART-IDX)
               WHEN OTHER
                   MOVE SPACES TO PT-REASON(PART-IDX)
           END-EVALUATE.
           IF PT-REASON(PART-IDX) = SPACES
               MOVE PT-DRY-PATH(PART-IDX) TO PROBE-PATH
               PERFORM PROBE-FILE-EXISTS
               IF PROBE-EXISTS-SW = 0
                   MOVE "OUTPUT MISSING" TO PT-REASON(PART-IDX)
               END-IF
           END-IF.
           IF PT-REASON(PART-IDX) = SPACES
               MOVE "UNCHANGED" TO PT-REASON(PART-IDX)
               ADD 1 TO REUSED-PART-COUNT
           ELSE
               MOVE 1 TO PT-RENDER-SW(PART-IDX)
               ADD 1 TO RENDER-PART-COUNT
           END-IF.

           IF PT-EFFECTS-PATH(PART-IDX) = SPACES
               MOVE "NONE" TO PT-FX-REASON(PART-IDX)
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN PT-RENDER-SW(PART-IDX) = 1
                   MOVE "DRY RE-RENDERED" TO PT-FX-REASON(PART-IDX)
               WHEN PS-EFFECTS-PATH(PART-IDX)
                       NOT = PT-EFFECTS-PATH(PART-IDX)
                   OR PS-FX-SETTINGS(PART-IDX)
                       NOT = PT-FX-SETTINGS(PART-IDX)
                   MOVE "EFFECTS CHANGED" TO PT-FX-REASON(PART-IDX)
               WHEN OTHER
                   MOVE SPACES TO PT-FX-REASON(PART-IDX)
           END-EVALUATE.
           IF PT-FX-REASON(PART-IDX) = SPACES
               MOVE PT-WET-PATH(PART-IDX) TO PROBE-PATH
               PERFORM PROBE-FILE-EXISTS
               IF PROBE-EXISTS-SW = 0
                   MOVE "OUTPUT MISSING" TO PT-FX-REASON(PART-IDX)
               END-IF
           END-IF.
           IF PT-FX-REASON(PART-IDX) = SPACES
               MOVE "UNCHANGED" TO PT-FX-REASON(PART-IDX)
           ELSE
               MOVE 1 TO PT-FX-SW(PART-IDX)
               ADD 1 TO FX-PART-COUNT
           END-IF.

      * ==========================================
      * SAVE-NIGHTLY-CONTROL
      * Copies each nightly control file aside before the song
      * writes over it. A .sav already there was left by a song run
      * that never got to put it back, so it - not the live file -
      * is the operator's, and it is kept. If a copy cannot be
      * made the song is not run: whatever was already copied is
      * put back and nothing else has been touched.
      * ==========================================
       SAVE-NIGHTLY-CONTROL.
           PERFORM VARYING NC-IDX FROM 1 BY 1 UNTIL NC-IDX > 4
               MOVE 0 TO NC-STATE(NC-IDX)
           END-PERFORM.
           MOVE 1 TO NC-ARMED-SW.
           PERFORM VARYING NC-IDX FROM 1 BY 1 UNTIL NC-IDX > 4
               CALL "CBL_CHECK_FILE_EXIST" USING NC-SAVE-PATH(NC-IDX)
                   NC-FILE-DETAILS RETURNING NC-CALL-RC
               IF NC-CALL-RC = 0
                   MOVE 1 TO NC-STATE(NC-IDX)
               ELSE
                   PERFORM SAVE-ONE-CONTROL-FILE
               END-IF
           END-PERFORM.

       SAVE-ONE-CONTROL-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING NC-LIVE-PATH(NC-IDX)
               NC-FILE-DETAILS RETURNING NC-CALL-RC.
           IF NC-CALL-RC NOT = 0
               MOVE 2 TO NC-STATE(NC-IDX)
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_COPY_FILE" USING NC-LIVE-PATH(NC-IDX)
               NC-SAVE-PATH(NC-IDX) RETURNING NC-CALL-RC.
           IF NC-CALL-RC NOT = 0
               DISPLAY "SONG ERROR: cannot copy "
                   FUNCTION TRIM(NC-LIVE-PATH(NC-IDX) TRAILING)
                   " aside - song not run."
               PERFORM RESTORE-NIGHTLY-CONTROL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO NC-STATE(NC-IDX).

      * ==========================================
      * RESTORE-NIGHTLY-CONTROL
      * Puts every file SAVE-NIGHTLY-CONTROL copied aside back,
      * removes the ones that did not exist before, and leaves an
      * empty render list. Also reached from REPORT-IO-FAILURE, so
      * it must not itself stop the run: a file that cannot be put
      * back is named, its .sav is kept, and the run ends RC 12.
      * ==========================================
       RESTORE-NIGHTLY-CONTROL.
           IF NC-ARMED-SW = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NC-ARMED-SW.
           PERFORM VARYING NC-IDX FROM 1 BY 1 UNTIL NC-IDX > 4
               EVALUATE NC-STATE(NC-IDX)
                   WHEN 1
                       PERFORM RESTORE-ONE-CONTROL-FILE
                   WHEN 2
                       CALL "CBL_DELETE_FILE"
                           USING NC-LIVE-PATH(NC-IDX)
                           RETURNING NC-CALL-RC
               END-EVALUATE
           END-PERFORM.
           OPEN OUTPUT RENDER-LIST-FILE.
           IF RL-FILE-STATUS = "00"
               CLOSE RENDER-LIST-FILE
           ELSE
               DISPLAY "SONG ERROR: cannot empty RenderList.dat "
                   "(status " RL-FILE-STATUS ") - empty it before "
                   "the next Comol-1 run."
               MOVE 1 TO NC-RESTORE-FAIL-SW
           END-IF.

       RESTORE-ONE-CONTROL-FILE.
           CALL "CBL_COPY_FILE" USING NC-SAVE-PATH(NC-IDX)
               NC-LIVE-PATH(NC-IDX) RETURNING NC-CALL-RC.
           IF NC-CALL-RC = 0
               CALL "CBL_DELETE_FILE" USING NC-SAVE-PATH(NC-IDX)
                   RETURNING NC-CALL-RC
           ELSE
               DISPLAY "SONG ERROR: cannot put back "
                   FUNCTION TRIM(NC-LIVE-PATH(NC-IDX) TRAILING)
                   " - the nightly copy is "
                   FUNCTION TRIM(NC-SAVE-PATH(NC-IDX) TRAILING)
                   "."
               MOVE 1 TO NC-RESTORE-FAIL-SW
           END-IF.

      * ==========================================
      * WRITE-RENDER-LIST
      * One RENDER-LIST-RECORD per part that renders this run.
      * ==========================================
       WRITE-RENDER-LIST.
           IF RENDER-PART-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RENDER-LIST-FILE.
           IF RL-FILE-STATUS NOT = "00"
               MOVE "RENDER-LIST-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-RENDER-LIST" TO ABEND-PARAGRAPH
               MOVE RL-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > PART-COUNT
               IF PT-RENDER-SW(PART-IDX) = 1
                   MOVE PT-PRESET-NAME(PART-IDX) TO RL-PRESET-NAME
                   MOVE PT-SEQUENCE-PATH(PART-IDX)
                       TO RL-SEQUENCE-PATH
                   MOVE PT-POLY-FLAG(PART-IDX) TO RL-POLY-FLAG
                   MOVE PT-DRY-PATH(PART-IDX) TO RL-OUT-PATH
                   MOVE PT-RUN-LOG-PATH(PART-IDX) TO RL-RUN-LOG-PATH
                   WRITE RENDER-LIST-RECORD
               END-IF
           END-PERFORM.
           CLOSE RENDER-LIST-FILE.

      * ==========================================
      * WRITE-EFFECTS-LIST
      * One EFFECTS-RECORD per part whose effects pass runs: the
      * part's dry render in, its numbered wet file out, the
      * settings out of the part's own effects record.
      * ==========================================
       WRITE-EFFECTS-LIST.
           IF FX-PART-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EFFECTS-PARAM-FILE.
           IF EF-PARAM-STATUS NOT = "00"
               MOVE "EFFECTS-PARAM-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-EFFECTS-LIST" TO ABEND-PARAGRAPH
               MOVE EF-PARAM-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > PART-COUNT
               IF PT-FX-SW(PART-IDX) = 1
                   MOVE PT-DRY-PATH(PART-IDX) TO EF-IN-PATH
                   MOVE PT-WET-PATH(PART-IDX) TO EF-OUT-PATH
                   MOVE PT-FX-SETTINGS(PART-IDX) TO EF-SETTINGS
                   WRITE EFFECTS-RECORD
               END-IF
           END-PERFORM.
           CLOSE EFFECTS-PARAM-FILE.

      * ==========================================
      * WRITE-MIX-LIST
      * Every part goes into the mix, rendered this run or not - the
      * wet file where the part has effects, the dry one where it
      * does not.
      * ==========================================
       WRITE-MIX-LIST.
           OPEN OUTPUT MIX-LIST-FILE.
           IF MX-LIST-STATUS NOT = "00"
               MOVE "MIX-LIST-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-MIX-LIST" TO ABEND-PARAGRAPH
               MOVE MX-LIST-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > PART-COUNT
               IF PT-EFFECTS-PATH(PART-IDX) = SPACES
                   MOVE PT-DRY-PATH(PART-IDX) TO MX-WAVE-PATH
               ELSE
                   MOVE PT-WET-PATH(PART-IDX) TO MX-WAVE-PATH
               END-IF
               MOVE PT-GAIN-PCT(PART-IDX) TO MX-GAIN-PCT
               MOVE PT-PAN(PART-IDX) TO MX-PAN
               MOVE PT-START-SEC(PART-IDX) TO MX-START-SEC
               WRITE MIX-TRACK-RECORD
           END-PERFORM.
           CLOSE MIX-LIST-FILE.

      * ==========================================
      * WRITE-SONG-MANIFEST
      * render -> effects -> mix, each step only when it has work,
      * none of them continue-on-error: a part that failed to
      * render must never be mixed from last run's file.
      * ==========================================
       WRITE-SONG-MANIFEST.
           OPEN OUTPUT JOB-MANIFEST-FILE.
           IF JM-MANIFEST-STATUS NOT = "00"
               MOVE "JOB-MANIFEST-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-SONG-MANIFEST" TO ABEND-PARAGRAPH
               MOVE JM-MANIFEST-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           IF RENDER-PART-COUNT > 0
               MOVE "SONG-RENDER" TO JM-STEP-NAME
               MOVE "path/to/Comol-1" TO JM-COMMAND
               MOVE "path/to/RenderList.dat" TO JM-PARAM-PATH
               MOVE 0 TO JM-CONT-ON-ERROR
               WRITE JOB-MANIFEST-RECORD
           END-IF.
           IF FX-PART-COUNT > 0
               MOVE "SONG-FX" TO JM-STEP-NAME
               MOVE "path/to/Comol-FX" TO JM-COMMAND
               MOVE "path/to/Effects1.dat" TO JM-PARAM-PATH
               MOVE 0 TO JM-CONT-ON-ERROR
               WRITE JOB-MANIFEST-RECORD
           END-IF.
           MOVE "SONG-MIX" TO JM-STEP-NAME.
           MOVE "path/to/Comol-Mix" TO JM-COMMAND.
           MOVE "path/to/MixList.dat" TO JM-PARAM-PATH.
           MOVE 0 TO JM-CONT-ON-ERROR.
           WRITE JOB-MANIFEST-RECORD.
           CLOSE JOB-MANIFEST-FILE.

      * ==========================================
      * RUN-SONG-CHAIN
      * Empties JobStatus.dat first - this program has already
      * worked out what is current, and a status file left by an
      * interrupted night would have Comol-Job skip song steps by
      * number - then hands the manifest to Comol-Job.
      * ==========================================
       RUN-SONG-CHAIN.
           OPEN OUTPUT JOB-STATUS-FILE.
           IF JS-STATUS-STATUS NOT = "00"
               MOVE "JOB-STATUS-FILE" TO ABEND-FILE-NAME
               MOVE "RUN-SONG-CHAIN" TO ABEND-PARAGRAPH
               MOVE JS-STATUS-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           CLOSE JOB-STATUS-FILE.
           DISPLAY "Running the song chain...".
           MOVE SPACES TO SONG-EXEC-COMMAND.
           MOVE "path/to/Comol-Job" TO SONG-EXEC-COMMAND.
           CALL "SYSTEM" USING SONG-EXEC-COMMAND.
           MOVE RETURN-CODE TO CHAIN-RC.
           MOVE 0 TO RETURN-CODE.

      * Leaves an empty render list behind so the next plain
      * Comol-1 run falls back to its library batch or single
      * patch.
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

      * ==========================================
      * WRITE-SONG-STATE
      * Records what every part was rendered from. Only a clean
      * chain gets here, so a failed run leaves the last good
      * state in place and the re-run renders whatever is still
      * out of date.
      * ==========================================
       WRITE-SONG-STATE.
           OPEN OUTPUT SONG-STATE-FILE.
           IF SS-FILE-STATUS NOT = "00"
               MOVE "SONG-STATE-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-SONG-STATE" TO ABEND-PARAGRAPH
               MOVE SS-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > PART-COUNT
               MOVE PART-IDX TO SS-PART-NUM
               MOVE PT-PRESET-NAME(PART-IDX) TO SS-PRESET-NAME
               MOVE PT-PATCH-IMAGE(PART-IDX) TO SS-PATCH-IMAGE
               MOVE PT-SEQUENCE-PATH(PART-IDX) TO SS-SEQUENCE-PATH
               MOVE PT-SEQ-CHECKSUM(PART-IDX) TO SS-SEQ-CHECKSUM
               MOVE PT-POLY-FLAG(PART-IDX) TO SS-POLY-FLAG
               MOVE PT-EFFECTS-PATH(PART-IDX) TO SS-EFFECTS-PATH
               MOVE PT-FX-SETTINGS(PART-IDX) TO SS-FX-SETTINGS
               WRITE SONG-STATE-RECORD
           END-PERFORM.
           CLOSE SONG-STATE-FILE.

      * ==========================================
      * WRITE-SONG-REPORT
      * The one file that ties the piece together: for each part
      * what was done and why, where its run log is, its QA line,
      * its effects, and the mix settings that placed it in the
      * master; then the master itself and the chain verdict.
      * ==========================================
       WRITE-SONG-REPORT.
           OPEN OUTPUT SONG-REPORT-FILE.
           IF SR-FILE-STATUS NOT = "00"
               MOVE "SONG-REPORT-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-SONG-REPORT" TO ABEND-PARAGRAPH
               MOVE SR-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           MOVE "COMOL-SONG ARRANGEMENT REPORT" TO SONG-REPORT-RECORD.
           WRITE SONG-REPORT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO SONG-DATE-TIME.
           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "WRITTEN " DELIMITED BY SIZE
               SONG-DATE-TIME(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SONG-DATE-TIME(9:6) DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           WRITE SONG-REPORT-RECORD.

           PERFORM VARYING PART-IDX FROM 1 BY 1
               UNTIL PART-IDX > PART-COUNT
               PERFORM WRITE-ONE-PART-REPORT
           END-PERFORM.

           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "MASTER=" DELIMITED BY SIZE
               SONG-MASTER-PATH DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           WRITE SONG-REPORT-RECORD.
           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           MOVE PART-COUNT TO SRP-COUNT.
           STRING "PARTS=" DELIMITED BY SIZE
               SRP-COUNT DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           MOVE RENDER-PART-COUNT TO SRP-COUNT.
           STRING " RENDERED=" DELIMITED BY SIZE
               SRP-COUNT DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           MOVE REUSED-PART-COUNT TO SRP-COUNT.
           STRING " REUSED=" DELIMITED BY SIZE
               SRP-COUNT DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           MOVE FX-PART-COUNT TO SRP-COUNT.
           STRING " EFFECTS PASSES=" DELIMITED BY SIZE
               SRP-COUNT DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           WRITE SONG-REPORT-RECORD.
           IF CHAIN-RC < 0 OR CHAIN-RC > 9999
               MOVE 9999 TO SRP-RC
           ELSE
               MOVE CHAIN-RC TO SRP-RC
           END-IF.
           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           IF CHAIN-RC = 0
               STRING "SONG VERDICT: COMPLETE  CHAIN RC="
                   DELIMITED BY SIZE
                   SRP-RC DELIMITED BY SIZE
                   INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
           ELSE
               STRING "SONG VERDICT: FAILED - MASTER NOT CURRENT"
                   DELIMITED BY SIZE
                   "  CHAIN RC=" DELIMITED BY SIZE
                   SRP-RC DELIMITED BY SIZE
                   INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
           END-IF.
           WRITE SONG-REPORT-RECORD.
           MOVE "DETAIL FILES: OpsReport.txt QAReport.txt "
               & "SongPartNN-RunLog.txt"
               TO SONG-REPORT-RECORD.
           WRITE SONG-REPORT-RECORD.
           CLOSE SONG-REPORT-FILE.

       WRITE-ONE-PART-REPORT.
           MOVE PART-IDX TO SRP-PART.
           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "PART " DELIMITED BY SIZE
               SRP-PART DELIMITED BY SIZE
               " PRESET=" DELIMITED BY SIZE
               PT-PRESET-NAME(PART-IDX) DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           IF PT-RENDER-SW(PART-IDX) = 1
               STRING " RENDER (" DELIMITED BY SIZE
                   INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
           ELSE
               STRING " REUSE (" DELIMITED BY SIZE
                   INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
           END-IF.
           STRING PT-REASON(PART-IDX) DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           WRITE SONG-REPORT-RECORD.

           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "  SEQUENCE=" DELIMITED BY SIZE
               PT-SEQUENCE-PATH(PART-IDX) DELIMITED BY "  "
               " POLY=" DELIMITED BY SIZE
               PT-POLY-FLAG(PART-IDX) DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           WRITE SONG-REPORT-RECORD.
           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "  OUTPUT=" DELIMITED BY SIZE
               PT-DRY-PATH(PART-IDX) DELIMITED BY "  "
               " RUNLOG=" DELIMITED BY SIZE
               PT-RUN-LOG-PATH(PART-IDX) DELIMITED BY "  "
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           WRITE SONG-REPORT-RECORD.

           PERFORM FIND-PART-QA-LINE.
           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           IF SRP-QA-LINE = SPACES
               STRING "  QA=NO QA LINE FOUND" DELIMITED BY SIZE
                   INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
           ELSE
               STRING "  QA=" DELIMITED BY SIZE
                   SRP-QA-LINE DELIMITED BY SIZE
                   INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
           END-IF.
           WRITE SONG-REPORT-RECORD.

           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           IF PT-EFFECTS-PATH(PART-IDX) = SPACES
               STRING "  EFFECTS=NONE (MIXED DRY)" DELIMITED BY SIZE
                   INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
           ELSE
               STRING "  EFFECTS=" DELIMITED BY SIZE
                   PT-EFFECTS-PATH(PART-IDX) DELIMITED BY "  "
                   " WET=" DELIMITED BY SIZE
                   PT-WET-PATH(PART-IDX) DELIMITED BY "  "
                   INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
               IF PT-FX-SW(PART-IDX) = 1
                   STRING " PROCESS (" DELIMITED BY SIZE
                       INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
               ELSE
                   STRING " REUSE (" DELIMITED BY SIZE
                       INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
               END-IF
               STRING PT-FX-REASON(PART-IDX) DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR
           END-IF.
           WRITE SONG-REPORT-RECORD.

           MOVE PT-GAIN-PCT(PART-IDX) TO SRP-GAIN.
           MOVE PT-PAN(PART-IDX) TO SRP-PAN.
           MOVE PT-START-SEC(PART-IDX) TO SRP-START.
           MOVE SPACES TO SONG-REPORT-RECORD.
           MOVE 1 TO SRP-PTR.
           STRING "  MIX GAIN=" DELIMITED BY SIZE
               SRP-GAIN DELIMITED BY SIZE
               "% PAN=" DELIMITED BY SIZE
               SRP-PAN DELIMITED BY SIZE
               " START=" DELIMITED BY SIZE
               SRP-START DELIMITED BY SIZE
               "S -> " DELIMITED BY SIZE
               SONG-MASTER-PATH DELIMITED BY SIZE
               INTO SONG-REPORT-RECORD WITH POINTER SRP-PTR.
           WRITE SONG-REPORT-RECORD.

      * ==========================================
      * FIND-PART-QA-LINE
      * The last QAReport.txt line for the part's dry render - the
      * report is appended run after run, so the last line is the
      * scan of the file now on disk, whether this run rendered it
      * or an earlier one did. Blank when no QA pass was armed.
      * ==========================================
       FIND-PART-QA-LINE.
           MOVE SPACES TO SRP-QA-LINE.
           MOVE 0 TO SRP-PATH-LEN.
           INSPECT PT-DRY-PATH(PART-IDX) TALLYING SRP-PATH-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           OPEN INPUT QA-REPORT-FILE.
           IF QA-REPORT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO SG-EOF-SWITCH.
           PERFORM UNTIL SG-EOF-SWITCH = 1
               READ QA-REPORT-FILE
                   AT END
                       MOVE 1 TO SG-EOF-SWITCH
                   NOT AT END
                       IF QA-REPORT-RECORD(1:SRP-PATH-LEN)
                               = PT-DRY-PATH(PART-IDX)(1:SRP-PATH-LEN)
                           AND QA-REPORT-RECORD(SRP-PATH-LEN + 1:2)
                               = "  "
                           MOVE QA-REPORT-RECORD TO SRP-QA-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QA-REPORT-FILE.

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
               " COMOL-SONG FILE=" DELIMITED BY SIZE
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
      * Never leave the song's render list, manifest or parameter
      * lists in place for the next nightly run.
           PERFORM RESTORE-NIGHTLY-CONTROL.
           MOVE ABEND-RC TO RETURN-CODE.
           STOP RUN.
