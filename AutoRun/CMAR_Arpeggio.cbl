       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comol-Arp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\          FILE HANDLES          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Generates the pulsing, arpeggiated and step-sequenced lines
      * the library team used to type into SEQUENCE-RECORDs by hand.
      * A chord per bar, a tempo, a note division, a pattern, an
      * octave span, a gate length, a swing amount and an accent
      * pattern become octave/note/duration/gap/velocity rows that
      * Comol-1 plays unchanged. Every bar's notes and timing go to
      * a listing; a generated note outside the octave 0-6 range the
      * note selector resolves is flagged there, never dropped
      * without a word.
      * One fixed record: the tempo, division, pattern and the rest
      * of the generator settings. See ARP-SETTINGS-RECORD.
           SELECT ARP-SETTINGS-FILE ASSIGN TO
           "path/to/ArpSettings.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SETTINGS-STATUS.
      * The chord progression, one record per bar in play order.
           SELECT ARP-CHORD-FILE ASSIGN TO
           "path/to/ArpChords.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CHORD-STATUS.
      * The performance file RENDER-SEQUENCE-NOTE reads - identical
      * record layout to SEQUENCE-FILE in Comol-1. ASSIGN TO DYNAMIC
      * so a part can be generated straight into the sequence path
      * its render-list entry names.
           SELECT SEQUENCE-FILE ASSIGN TO DYNAMIC ARP-SEQ-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEQ-FILE-STATUS.
      * One free-form text line per bar, note and message.
           SELECT LISTING-FILE ASSIGN TO
           "path/to/ArpListing.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LISTING-STATUS.
      * Common abend diagnostics log, shared with every program in
      * this system. See REPORT-IO-FAILURE.
           SELECT OPTIONAL ABEND-LOG-FILE ASSIGN TO
           "path/to/AbendLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * TEMPO-BPM is quarter notes per minute. DIVISION is the note
      * value of one step as 1/DIVISION of a whole note - 16 for
      * sixteenths, 12 for eighth-note triplets - and must fill a
      * bar of BEATS-PER-BAR quarters exactly. PATTERN: 1 = up,
      * 2 = down, 3 = up-down, 4 = random, 5 = as-played. OCTAVE-SPAN
      * 1-4 repeats the chord that many octaves upward. GATE-PCT is
      * how much of its step each note sounds; 100 runs every note
      * into the next (tied under LEGATO-MODE 1). SWING-PCT delays
      * every second step by that share of a step. ACCENT-PATTERN
      * is A (accent), N (normal) or G (ghost) per step, ended by
      * the first space and restarted each bar; each letter plays at
      * its velocity (0 = the patch's full levels, as in Comol-1).
      * RANDOM-SEED makes a random pattern repeatable. SEQ-PATH
      * spaces means Sequence1.dat.
       FD  ARP-SETTINGS-FILE.
       01  ARP-SETTINGS-RECORD.
           05  AS-TEMPO-BPM        PIC 9(3)V9(2).
           05  AS-BEATS-PER-BAR    PIC 9(2).
           05  AS-DIVISION         PIC 9(2).
           05  AS-PATTERN          PIC 9(1).
           05  AS-OCTAVE-SPAN      PIC 9(1).
           05  AS-GATE-PCT         PIC 9(3).
           05  AS-SWING-PCT        PIC 9(2).
           05  AS-ACCENT-PATTERN   PIC X(16).
           05  AS-ACCENT-VEL       PIC 9(3).
           05  AS-NORMAL-VEL       PIC 9(3).
           05  AS-GHOST-VEL        PIC 9(3).
           05  AS-RANDOM-SEED      PIC 9(9).
           05  AS-SEQ-PATH         PIC X(60).

      * One record per bar: 1-6 chord voices in the octave/note
      * terms of CHORD-FILE in Comol-1. The order the voices are
      * listed is the order an as-played pattern sounds them.
       FD  ARP-CHORD-FILE.
       01  ARP-CHORD-RECORD.
           05  AC-VOICE-COUNT      PIC 9(1).
           05  AC-VOICE OCCURS 6 TIMES.
               10  AC-OCTAVE       PIC 9(1).
               10  AC-NOTE         PIC 9(2).

      * One fixed-layout record per note. Must stay byte-for-byte
      * identical to SEQUENCE-RECORD in Comol-1.
       FD  SEQUENCE-FILE.
       01  SEQUENCE-RECORD.
           05  SQ-OCTAVE           PIC 9(1).
           05  SQ-NOTE             PIC 9(2).
           05  SQ-DURATION-SEC     PIC 9(3)V9(2).
           05  SQ-GAP-SEC          PIC 9(2)V9(2).
           05  SQ-VELOCITY         PIC 9(3).

       FD  LISTING-FILE.
       01  LISTING-RECORD          PIC X(132).

      * One free-form text line per I/O failure. See
      * REPORT-IO-FAILURE.
       FD  ABEND-LOG-FILE.
       01  ABEND-LOG-RECORD        PIC X(160).

       WORKING-STORAGE SECTION.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      FILE CONTROL               /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  SETTINGS-STATUS     PIC X(2) VALUE "00".
       01  CHORD-STATUS        PIC X(2) VALUE "00".
       01  SEQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  LISTING-STATUS      PIC X(2) VALUE "00".
       01  DYNAMIC-FILE-PATHS.
           05  ARP-SEQ-PATH        PIC X(60).

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
      * /\      GENERATOR SETTINGS         /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * STEP-SEC is one step at the tempo: 60/TEMPO seconds per
      * quarter times 4/DIVISION quarters per step. Every note time
      * is worked from the bar and step number rather than added up
      * step by step, so a long part never drifts off the grid.
       01  ARP-CONTROL         USAGE COMP-5.
           05  ARP-FATAL-SWITCH    PIC 9(1) VALUE 0.
           05  ARP-EOF-SWITCH      PIC 9(1) VALUE 0.
           05  ARP-STEPS-PER-BAR   PIC 9(3) VALUE 0.
           05  ARP-ACCENT-LEN      PIC 9(2) VALUE 0.
           05  ARP-STEP-SEC        PIC 9(3)V9(9).
           05  ARP-SWING-SEC       PIC 9(3)V9(9).
           05  ARP-SHORTEST-SEC    PIC 9(3)V9(9).
           05  ARP-SONG-END-CS     PIC 9(7).
           05  ARP-CHAR-IDX        PIC 9(2).
       01  ARP-ERROR-TEXT      PIC X(100).
       01  ARP-ACCENT-CHAR     PIC X(1).
           88  ARP-ACCENT-VALID    VALUE "A" "N" "G".

      * Park-Miller style generator, the same recurrence as
      * GEN-LFO-RANDOM in Comol-1, seeded from the settings so the
      * same seed always plays the same random line.
       01  ARP-RANDOM-VARS.
           05  ARP-RND-SEED        PIC 9(10).
           05  ARP-RND-RESULT      PIC 9V9(9).

       01  PATTERN-NAME-TABLE.
           05  FILLER              PIC X(50) VALUE
               "UP        DOWN      UP-DOWN   RANDOM    AS-PLAYED ".
       01  PATTERN-NAME-AREA REDEFINES PATTERN-NAME-TABLE.
           05  PATTERN-NAME        PIC X(10) OCCURS 5 TIMES.

       01  NOTE-NAME-TABLE.
           05  FILLER              PIC X(24)
               VALUE "C C#D D#E F F#G G#A A#B ".
       01  NOTE-NAME-AREA REDEFINES NOTE-NAME-TABLE.
           05  NOTE-NAME           PIC X(2) OCCURS 12 TIMES.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      CHORD PROGRESSION          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Each voice held as a key number, OCTAVE * 12 + NOTE, so the
      * octave span is plain addition and up/down is a plain sort.
       01  CHORD-CONTROL       USAGE COMP-5.
           05  BAR-COUNT           PIC 9(4) VALUE 0.
           05  BAR-IDX             PIC 9(4).
           05  VOICE-IDX           PIC 9(2).
       01  CHORD-TABLE.
           05  CHORD-ENTRY OCCURS 256 TIMES.
               10  CE-VOICE-COUNT  PIC 9(1)       COMP-5.
               10  CE-KEY          PIC 9(3)       COMP-5
                                   OCCURS 6 TIMES.

      * The notes one bar's pattern walks through: POOL-KEY in
      * as-played order (every voice, then every voice an octave up,
      * and so on through the span), ORDER-KEY in pattern order.
       01  BAR-ORDER-VARS      USAGE COMP-5.
           05  POOL-COUNT          PIC 9(2).
           05  POOL-IDX            PIC 9(2).
           05  SORT-IDX            PIC 9(2).
           05  SORT-HOLD           PIC 9(3).
           05  OCTAVE-STEP         PIC 9(1).
           05  ORDER-LEN           PIC 9(2).
           05  ORDER-IDX           PIC 9(2).
       01  POOL-TABLE.
           05  POOL-KEY            PIC 9(3) COMP-5 OCCURS 24 TIMES.
       01  ORDER-TABLE.
           05  ORDER-KEY           PIC 9(3) COMP-5 OCCURS 48 TIMES.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      GENERATED STEPS            /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * One entry per step of the whole part. Times are hundredths
      * of a second from the top, rounded once from the exact grid
      * time, so each note's DURATION and the GAP to the next are
      * differences of rounded times and the part adds up exactly.
      * NEXT-CS is where the following written note starts (or the
      * end of the last bar) - the gap runs up to it, which is how a
      * flagged note's time is kept as a rest.
       01  STEP-CONTROL        USAGE COMP-5.
           05  STEP-COUNT          PIC 9(5) VALUE 0.
           05  STEP-IDX            PIC 9(5).
           05  STEP-IN-BAR         PIC 9(3).
           05  ABS-STEP            PIC 9(5).
           05  ABS-NEXT-STEP       PIC 9(5).
           05  NEXT-START-CS       PIC 9(7).
           05  STEP-START-SEC      PIC 9(5)V9(9).
           05  STEP-NEXT-SEC       PIC 9(5)V9(9).
           05  STEP-END-SEC        PIC 9(5)V9(9).
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 24576 TIMES.
               10  ST-BAR          PIC 9(4)       COMP-5.
               10  ST-STEP         PIC 9(3)       COMP-5.
               10  ST-KEY          PIC 9(3)       COMP-5.
               10  ST-START-CS     PIC 9(7)       COMP-5.
               10  ST-END-CS       PIC 9(7)       COMP-5.
               10  ST-NEXT-CS      PIC 9(7)       COMP-5.
               10  ST-VELOCITY     PIC 9(3)       COMP-5.
               10  ST-ACCENT       PIC X(1).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      RECORD CONVERSION          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  CONVERT-VARS        USAGE COMP-5.
           05  CV-OCTAVE           PIC 9(3).
           05  CV-NOTE             PIC 9(3).
           05  CV-DURATION         PIC 9(5)V9(2).
           05  CV-GAP              PIC 9(5)V9(2).
           05  CV-TIME             PIC 9(5)V9(2).
           05  CV-LISTED-BAR       PIC 9(4) VALUE 0.
           05  WRITTEN-COUNT       PIC 9(5) VALUE 0.
           05  REJECT-COUNT        PIC 9(5) VALUE 0.
           05  LEADING-COUNT       PIC 9(5) VALUE 0.
           05  CLAMP-COUNT         PIC 9(5) VALUE 0.

      * Numeric-edited work fields for the listing, in the style of
      * RUN-LOG-VARS in Comol-1.
       01  LISTING-VARS.
           05  LST-PTR             PIC 9(3).
           05  LST-BAR             PIC Z(3)9.
           05  LST-STEP            PIC Z9.
           05  LST-TIME            PIC Z(4)9.99.
           05  LST-OCTAVE          PIC Z9.
           05  LST-CHORD-OCT       PIC 9.
           05  LST-NOTE-VAL        PIC Z9.
           05  LST-DUR             PIC ZZ9.99.
           05  LST-GAP             PIC Z9.99.
           05  LST-VEL             PIC ZZ9.
           05  LST-COUNT           PIC Z(4)9.
           05  LST-TEMPO           PIC ZZ9.99.
           05  LST-STEP-SEC        PIC Z9.999.
           05  LST-SMALL           PIC Z9.
           05  LST-PCT             PIC ZZ9.
           05  LST-SEED            PIC Z(8)9.
           05  LST-ACCENT-WORD     PIC X(6).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY "COMOL-ARP  ARPEGGIO AND STEP PATTERN GENERATOR".
           OPEN INPUT ARP-SETTINGS-FILE.
           IF SETTINGS-STATUS NOT = "00"
               DISPLAY "ARP ERROR: cannot open ArpSettings.dat "
                   "(status " SETTINGS-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARP-SETTINGS-FILE
               AT END
                   DISPLAY "ARP ERROR: ArpSettings.dat is empty."
                   CLOSE ARP-SETTINGS-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ARP-SETTINGS-FILE.
           OPEN OUTPUT LISTING-FILE.
           IF LISTING-STATUS NOT = "00"
               MOVE "LISTING-FILE" TO ABEND-FILE-NAME
               MOVE "MAIN-LOGIC" TO ABEND-PARAGRAPH
               MOVE LISTING-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           MOVE "COMOL-ARP PATTERN LISTING" TO LISTING-RECORD.
           PERFORM PUT-LISTING-LINE.

           PERFORM VALIDATE-SETTINGS.
           IF ARP-FATAL-SWITCH = 0
               PERFORM LOAD-CHORD-PROGRESSION
           END-IF.
      * Nothing is written to the sequence path until every setting
      * and every bar has passed, so a bad run leaves the previous
      * sequence exactly as it was.
           IF ARP-FATAL-SWITCH = 1
               MOVE "GENERATION ABANDONED - see messages above."
                   TO LISTING-RECORD
               WRITE LISTING-RECORD
               CLOSE LISTING-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-LISTING-SETTINGS.
           PERFORM BUILD-STEP-TABLE.

           OPEN OUTPUT SEQUENCE-FILE.
           IF SEQ-FILE-STATUS NOT = "00"
               MOVE "SEQUENCE-FILE" TO ABEND-FILE-NAME
               MOVE "MAIN-LOGIC" TO ABEND-PARAGRAPH
               MOVE SEQ-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           PERFORM CONVERT-STEP-TABLE.
           CLOSE SEQUENCE-FILE.
           PERFORM WRITE-LISTING-SUMMARY.
           CLOSE LISTING-FILE.

           DISPLAY "Pattern complete - " WRITTEN-COUNT
               " note(s) written to "
               FUNCTION TRIM(ARP-SEQ-PATH TRAILING) "."
           IF REJECT-COUNT > 0
               DISPLAY REJECT-COUNT " note(s) outside octave 0-6 - "
                   "flagged in ArpListing.txt, not written."
           END-IF.
           IF WRITTEN-COUNT = 0
      * Every note fell outside the playable range - an empty
      * sequence is no part at all.
               MOVE 8 TO RETURN-CODE
           ELSE
               IF REJECT-COUNT > 0 OR CLAMP-COUNT > 0
      * Warnings only - the sequence that was written is playable,
      * but the listing needs a human eye before the render runs.
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      * ==========================================
      * VALIDATE-SETTINGS
      * Every setting is checked and every fault listed before the
      * run gives up, so one pass fixes the settings record. The
      * shortest note the grid can produce - the step before a
      * swung step, at the gate length - must still be at least a
      * hundredth of a second, the finest SQ-DURATION-SEC holds.
      * ==========================================
       VALIDATE-SETTINGS.
           IF AS-TEMPO-BPM NOT NUMERIC
               OR AS-TEMPO-BPM < 20 OR AS-TEMPO-BPM > 400
               MOVE "TEMPO-BPM must be 020.00 to 400.00."
                   TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.
           IF AS-BEATS-PER-BAR NOT NUMERIC
               OR AS-BEATS-PER-BAR < 1 OR AS-BEATS-PER-BAR > 12
               MOVE "BEATS-PER-BAR must be 01 to 12."
                   TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.
           IF AS-DIVISION NOT NUMERIC
               OR AS-DIVISION < 1 OR AS-DIVISION > 32
               MOVE "DIVISION must be 01 to 32 (16 = 1/16 notes)."
                   TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.
           IF AS-PATTERN NOT NUMERIC
               OR AS-PATTERN < 1 OR AS-PATTERN > 5
               MOVE SPACES TO ARP-ERROR-TEXT
               STRING "PATTERN must be 1 up, 2 down, 3 up-down, "
                   DELIMITED BY SIZE
                   "4 random or 5 as-played." DELIMITED BY SIZE
                   INTO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.
           IF AS-OCTAVE-SPAN NOT NUMERIC
               OR AS-OCTAVE-SPAN < 1 OR AS-OCTAVE-SPAN > 4
               MOVE "OCTAVE-SPAN must be 1 to 4." TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.
           IF AS-GATE-PCT NOT NUMERIC
               OR AS-GATE-PCT < 1 OR AS-GATE-PCT > 100
               MOVE "GATE-PCT must be 001 to 100." TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.
           IF AS-SWING-PCT NOT NUMERIC OR AS-SWING-PCT > 75
               MOVE "SWING-PCT must be 00 to 75." TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.
           IF AS-ACCENT-VEL NOT NUMERIC OR AS-ACCENT-VEL > 127
               OR AS-NORMAL-VEL NOT NUMERIC OR AS-NORMAL-VEL > 127
               OR AS-GHOST-VEL NOT NUMERIC OR AS-GHOST-VEL > 127
               MOVE SPACES TO ARP-ERROR-TEXT
               STRING "ACCENT, NORMAL and GHOST velocities must be "
                   DELIMITED BY SIZE
                   "000 to 127." DELIMITED BY SIZE
                   INTO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.
           IF AS-RANDOM-SEED NOT NUMERIC
               MOVE "RANDOM-SEED must be numeric." TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.
           MOVE 0 TO ARP-ACCENT-LEN.
           INSPECT AS-ACCENT-PATTERN TALLYING ARP-ACCENT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM VARYING ARP-CHAR-IDX FROM 1 BY 1
               UNTIL ARP-CHAR-IDX > ARP-ACCENT-LEN
               MOVE AS-ACCENT-PATTERN(ARP-CHAR-IDX:1)
                   TO ARP-ACCENT-CHAR
               IF NOT ARP-ACCENT-VALID
                   MOVE SPACES TO ARP-ERROR-TEXT
                   STRING "ACCENT-PATTERN may hold only A, N and G "
                       DELIMITED BY SIZE
                       "before the first space." DELIMITED BY SIZE
                       INTO ARP-ERROR-TEXT
                   PERFORM REPORT-SETTINGS-ERROR
                   MOVE ARP-ACCENT-LEN TO ARP-CHAR-IDX
               END-IF
           END-PERFORM.
           IF ARP-FATAL-SWITCH = 1
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION MOD(AS-BEATS-PER-BAR * AS-DIVISION, 4) NOT = 0
               MOVE SPACES TO ARP-ERROR-TEXT
               STRING "DIVISION does not fill BEATS-PER-BAR with "
                   DELIMITED BY SIZE
                   "whole steps." DELIMITED BY SIZE
                   INTO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ARP-STEPS-PER-BAR =
               AS-BEATS-PER-BAR * AS-DIVISION / 4.
           COMPUTE ARP-STEP-SEC =
               240 / (AS-TEMPO-BPM * AS-DIVISION).
           COMPUTE ARP-SWING-SEC =
               ARP-STEP-SEC * AS-SWING-PCT / 100.
           COMPUTE ARP-SHORTEST-SEC =
               (ARP-STEP-SEC - ARP-SWING-SEC) * AS-GATE-PCT / 100.
           IF ARP-SHORTEST-SEC < 0.01
               MOVE SPACES TO ARP-ERROR-TEXT
               STRING "Shortest note is under 0.01 sec - lower the "
                   DELIMITED BY SIZE
                   "tempo, division or swing, or raise the gate."
                   DELIMITED BY SIZE
                   INTO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF AS-SEQ-PATH = SPACES
               MOVE "path/to/Sequence1.dat" TO ARP-SEQ-PATH
           ELSE
               MOVE AS-SEQ-PATH TO ARP-SEQ-PATH
           END-IF.
           IF AS-RANDOM-SEED = 0
               MOVE 1 TO ARP-RND-SEED
           ELSE
               MOVE AS-RANDOM-SEED TO ARP-RND-SEED
           END-IF.

      * ==========================================
      * LOAD-CHORD-PROGRESSION
      * One bar per record into CHORD-TABLE. A voice count outside
      * 1-6 or a note outside 0-11 is a typing error in the
      * progression and stops the run; an octave above 6 is a
      * legitimate request that simply cannot be played, so it
      * loads and is flagged note by note like any other.
      * ==========================================
       LOAD-CHORD-PROGRESSION.
           OPEN INPUT ARP-CHORD-FILE.
           IF CHORD-STATUS NOT = "00"
               MOVE "cannot open ArpChords.dat." TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ARP-EOF-SWITCH.
           PERFORM UNTIL ARP-EOF-SWITCH = 1
               READ ARP-CHORD-FILE
                   AT END
                       MOVE 1 TO ARP-EOF-SWITCH
                   NOT AT END
                       PERFORM LOAD-ONE-BAR
               END-READ
           END-PERFORM.
           CLOSE ARP-CHORD-FILE.
           IF BAR-COUNT = 0
               MOVE "ArpChords.dat holds no bars." TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
           END-IF.

       LOAD-ONE-BAR.
           IF BAR-COUNT = 256
               MOVE "more than 256 bars in ArpChords.dat."
                   TO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
               MOVE 1 TO ARP-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BAR-COUNT.
           MOVE BAR-COUNT TO LST-BAR.
           IF AC-VOICE-COUNT NOT NUMERIC
               OR AC-VOICE-COUNT < 1 OR AC-VOICE-COUNT > 6
               MOVE SPACES TO ARP-ERROR-TEXT
               STRING "bar " DELIMITED BY SIZE
                   LST-BAR DELIMITED BY SIZE
                   ": VOICE-COUNT must be 1 to 6." DELIMITED BY SIZE
                   INTO ARP-ERROR-TEXT
               PERFORM REPORT-SETTINGS-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-VOICE-COUNT TO CE-VOICE-COUNT(BAR-COUNT).
           PERFORM VARYING VOICE-IDX FROM 1 BY 1
               UNTIL VOICE-IDX > AC-VOICE-COUNT
               IF AC-OCTAVE(VOICE-IDX) NOT NUMERIC
                   OR AC-NOTE(VOICE-IDX) NOT NUMERIC
                   OR AC-NOTE(VOICE-IDX) > 11
                   MOVE SPACES TO ARP-ERROR-TEXT
                   STRING "bar " DELIMITED BY SIZE
                       LST-BAR DELIMITED BY SIZE
                       ": voice is not a valid octave/note "
                           DELIMITED BY SIZE
                       "(note 00-11)." DELIMITED BY SIZE
                       INTO ARP-ERROR-TEXT
                   PERFORM REPORT-SETTINGS-ERROR
                   MOVE AC-VOICE-COUNT TO VOICE-IDX
               ELSE
                   COMPUTE CE-KEY(BAR-COUNT, VOICE-IDX) =
                       AC-OCTAVE(VOICE-IDX) * 12 + AC-NOTE(VOICE-IDX)
               END-IF
           END-PERFORM.

      * ==========================================
      * BUILD-STEP-TABLE
      * Walks every step of every bar, picking the key from the
      * bar's pattern order, the velocity from the accent pattern
      * and the timing from the grid. The pattern and the accent
      * pattern both restart at the top of each bar, so a chord
      * change always lands on the first note of the pattern.
      * ==========================================
       BUILD-STEP-TABLE.
           MOVE 0 TO STEP-COUNT.
           PERFORM VARYING BAR-IDX FROM 1 BY 1
               UNTIL BAR-IDX > BAR-COUNT
               PERFORM BUILD-BAR-ORDER
               PERFORM VARYING STEP-IN-BAR FROM 1 BY 1
                   UNTIL STEP-IN-BAR > ARP-STEPS-PER-BAR
                   ADD 1 TO STEP-COUNT
                   MOVE BAR-IDX TO ST-BAR(STEP-COUNT)
                   MOVE STEP-IN-BAR TO ST-STEP(STEP-COUNT)
                   PERFORM PICK-STEP-KEY
                   PERFORM PICK-STEP-VELOCITY
                   PERFORM TIME-ONE-STEP
               END-PERFORM
           END-PERFORM.
           MOVE STEP-COUNT TO ABS-NEXT-STEP.
           COMPUTE ARP-SONG-END-CS ROUNDED =
               ABS-NEXT-STEP * ARP-STEP-SEC * 100.

      * ==========================================
      * BUILD-BAR-ORDER
      * Up and down walk the pool sorted by pitch; up-down climbs
      * and comes back without repeating the top or bottom note;
      * as-played and random keep the order the voices were listed.
      * ==========================================
       BUILD-BAR-ORDER.
           MOVE 0 TO POOL-COUNT.
           PERFORM VARYING OCTAVE-STEP FROM 0 BY 1
               UNTIL OCTAVE-STEP >= AS-OCTAVE-SPAN
               PERFORM VARYING VOICE-IDX FROM 1 BY 1
                   UNTIL VOICE-IDX > CE-VOICE-COUNT(BAR-IDX)
                   ADD 1 TO POOL-COUNT
                   COMPUTE POOL-KEY(POOL-COUNT) =
                       CE-KEY(BAR-IDX, VOICE-IDX) + OCTAVE-STEP * 12
               END-PERFORM
           END-PERFORM.
           IF AS-PATTERN = 1 OR AS-PATTERN = 2 OR AS-PATTERN = 3
               PERFORM SORT-POOL-BY-PITCH
           END-IF.
           EVALUATE AS-PATTERN
               WHEN 2
                   PERFORM VARYING POOL-IDX FROM 1 BY 1
                       UNTIL POOL-IDX > POOL-COUNT
                       MOVE POOL-KEY(POOL-COUNT + 1 - POOL-IDX)
                           TO ORDER-KEY(POOL-IDX)
                   END-PERFORM
                   MOVE POOL-COUNT TO ORDER-LEN
               WHEN 3
                   PERFORM VARYING POOL-IDX FROM 1 BY 1
                       UNTIL POOL-IDX > POOL-COUNT
                       MOVE POOL-KEY(POOL-IDX) TO ORDER-KEY(POOL-IDX)
                   END-PERFORM
                   MOVE POOL-COUNT TO ORDER-LEN
                   PERFORM VARYING POOL-IDX FROM POOL-COUNT BY -1
                       UNTIL POOL-IDX < 3
                       ADD 1 TO ORDER-LEN
                       MOVE POOL-KEY(POOL-IDX - 1)
                           TO ORDER-KEY(ORDER-LEN)
                   END-PERFORM
               WHEN OTHER
                   PERFORM VARYING POOL-IDX FROM 1 BY 1
                       UNTIL POOL-IDX > POOL-COUNT
                       MOVE POOL-KEY(POOL-IDX) TO ORDER-KEY(POOL-IDX)
                   END-PERFORM
                   MOVE POOL-COUNT TO ORDER-LEN
           END-EVALUATE.

      * Straight insertion - the pool is never more than 24 keys.
       SORT-POOL-BY-PITCH.
           PERFORM VARYING POOL-IDX FROM 2 BY 1
               UNTIL POOL-IDX > POOL-COUNT
               MOVE POOL-KEY(POOL-IDX) TO SORT-HOLD
               MOVE POOL-IDX TO SORT-IDX
               PERFORM UNTIL SORT-IDX = 1
                   OR POOL-KEY(SORT-IDX - 1) <= SORT-HOLD
                   MOVE POOL-KEY(SORT-IDX - 1) TO POOL-KEY(SORT-IDX)
                   SUBTRACT 1 FROM SORT-IDX
               END-PERFORM
               MOVE SORT-HOLD TO POOL-KEY(SORT-IDX)
           END-PERFORM.

       PICK-STEP-KEY.
           IF AS-PATTERN = 4
               PERFORM GEN-ARP-RANDOM
               COMPUTE ORDER-IDX = ARP-RND-RESULT * ORDER-LEN + 1
               IF ORDER-IDX > ORDER-LEN
                   MOVE ORDER-LEN TO ORDER-IDX
               END-IF
           ELSE
               COMPUTE ORDER-IDX =
                   FUNCTION MOD(STEP-IN-BAR - 1, ORDER-LEN) + 1
           END-IF.
           MOVE ORDER-KEY(ORDER-IDX) TO ST-KEY(STEP-COUNT).

       PICK-STEP-VELOCITY.
           IF ARP-ACCENT-LEN = 0
               MOVE "N" TO ST-ACCENT(STEP-COUNT)
           ELSE
               COMPUTE ARP-CHAR-IDX =
                   FUNCTION MOD(STEP-IN-BAR - 1, ARP-ACCENT-LEN) + 1
               MOVE AS-ACCENT-PATTERN(ARP-CHAR-IDX:1)
                   TO ST-ACCENT(STEP-COUNT)
           END-IF.
           EVALUATE ST-ACCENT(STEP-COUNT)
               WHEN "A"
                   MOVE AS-ACCENT-VEL TO ST-VELOCITY(STEP-COUNT)
               WHEN "G"
                   MOVE AS-GHOST-VEL TO ST-VELOCITY(STEP-COUNT)
               WHEN OTHER
                   MOVE AS-NORMAL-VEL TO ST-VELOCITY(STEP-COUNT)
           END-EVALUATE.

      * ==========================================
      * TIME-ONE-STEP
      * Start is the step's grid time, plus the swing delay on every
      * second step of the bar. The step's slot runs to the next
      * step's (swung) start, or to the bar line for the last step;
      * the note sounds GATE-PCT of that slot. A note never rounds
      * to nothing - the validation guarantees the slot has room.
      * ==========================================
       TIME-ONE-STEP.
           COMPUTE ABS-STEP =
               (BAR-IDX - 1) * ARP-STEPS-PER-BAR + STEP-IN-BAR - 1.
           COMPUTE STEP-START-SEC = ABS-STEP * ARP-STEP-SEC.
           IF FUNCTION MOD(STEP-IN-BAR, 2) = 0
               ADD ARP-SWING-SEC TO STEP-START-SEC
           END-IF.
           COMPUTE ABS-NEXT-STEP = ABS-STEP + 1.
           COMPUTE STEP-NEXT-SEC = ABS-NEXT-STEP * ARP-STEP-SEC.
           IF STEP-IN-BAR < ARP-STEPS-PER-BAR
               AND FUNCTION MOD(STEP-IN-BAR + 1, 2) = 0
               ADD ARP-SWING-SEC TO STEP-NEXT-SEC
           END-IF.
           COMPUTE STEP-END-SEC = STEP-START-SEC +
               (STEP-NEXT-SEC - STEP-START-SEC) * AS-GATE-PCT / 100.
           COMPUTE ST-START-CS(STEP-COUNT) ROUNDED =
               STEP-START-SEC * 100.
           COMPUTE ST-END-CS(STEP-COUNT) ROUNDED =
               STEP-END-SEC * 100.
           IF ST-END-CS(STEP-COUNT) <= ST-START-CS(STEP-COUNT)
               COMPUTE ST-END-CS(STEP-COUNT) =
                   ST-START-CS(STEP-COUNT) + 1
           END-IF.

       GEN-ARP-RANDOM.
           COMPUTE ARP-RND-SEED = FUNCTION MOD(
               (1103515245 * ARP-RND-SEED + 12345),
               2147483647).
           COMPUTE ARP-RND-RESULT =
               ARP-RND-SEED / 2147483647.

      * ==========================================
      * CONVERT-STEP-TABLE
      * First a backward pass fills NEXT-CS - the start of the next
      * note that will actually be written - then a forward pass
      * writes the playable notes and lists every step. A note
      * outside octave 0-6 is flagged and not written (Comol-1
      * would stop on it); the note before it carries the silence
      * in its gap, so everything after stays on the grid. A
      * flagged note ahead of the first written one cannot be kept
      * that way - SEQUENCE-RECORD has no lead-in - and says so.
      * ==========================================
       CONVERT-STEP-TABLE.
           MOVE ARP-SONG-END-CS TO NEXT-START-CS.
           PERFORM VARYING STEP-IDX FROM STEP-COUNT BY -1
               UNTIL STEP-IDX < 1
               MOVE NEXT-START-CS TO ST-NEXT-CS(STEP-IDX)
               IF ST-KEY(STEP-IDX) <= 83
                   MOVE ST-START-CS(STEP-IDX) TO NEXT-START-CS
               END-IF
           END-PERFORM.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               IF ST-BAR(STEP-IDX) NOT = CV-LISTED-BAR
                   MOVE ST-BAR(STEP-IDX) TO CV-LISTED-BAR
                   PERFORM WRITE-LISTING-BAR
               END-IF
               DIVIDE ST-KEY(STEP-IDX) BY 12 GIVING CV-OCTAVE
                   REMAINDER CV-NOTE
               IF ST-KEY(STEP-IDX) > 83
                   ADD 1 TO REJECT-COUNT
                   IF WRITTEN-COUNT = 0
                       ADD 1 TO LEADING-COUNT
                   END-IF
                   PERFORM WRITE-LISTING-REJECT
               ELSE
                   COMPUTE CV-DURATION = (ST-END-CS(STEP-IDX)
                       - ST-START-CS(STEP-IDX)) / 100
                   COMPUTE CV-GAP = (ST-NEXT-CS(STEP-IDX)
                       - ST-END-CS(STEP-IDX)) / 100
                   PERFORM WRITE-ONE-SEQUENCE-RECORD
               END-IF
           END-PERFORM.

       WRITE-ONE-SEQUENCE-RECORD.
           IF CV-DURATION > 999.99
               ADD 1 TO CLAMP-COUNT
               PERFORM WRITE-LISTING-CLAMP
               MOVE 999.99 TO CV-DURATION
           END-IF.
           IF CV-GAP > 99.99
               ADD 1 TO CLAMP-COUNT
               PERFORM WRITE-LISTING-CLAMP
               MOVE 99.99 TO CV-GAP
           END-IF.
           MOVE CV-OCTAVE TO SQ-OCTAVE.
           MOVE CV-NOTE TO SQ-NOTE.
           MOVE CV-DURATION TO SQ-DURATION-SEC.
           MOVE CV-GAP TO SQ-GAP-SEC.
           MOVE ST-VELOCITY(STEP-IDX) TO SQ-VELOCITY.
           WRITE SEQUENCE-RECORD.
           IF SEQ-FILE-STATUS NOT = "00"
               MOVE "SEQUENCE-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-ONE-SEQUENCE-RECORD" TO ABEND-PARAGRAPH
               MOVE SEQ-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE WRITTEN-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           ADD 1 TO WRITTEN-COUNT.
           PERFORM WRITE-LISTING-NOTE.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      LISTING WRITERS            /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       REPORT-SETTINGS-ERROR.
           MOVE 1 TO ARP-FATAL-SWITCH.
           DISPLAY "ARP ERROR: " FUNCTION TRIM(ARP-ERROR-TEXT TRAILING).
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "ERROR: " DELIMITED BY SIZE
               ARP-ERROR-TEXT DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.

       WRITE-LISTING-SETTINGS.
           MOVE AS-TEMPO-BPM TO LST-TEMPO.
           MOVE AS-BEATS-PER-BAR TO LST-SMALL.
           MOVE AS-DIVISION TO LST-NOTE-VAL.
           MOVE ARP-STEPS-PER-BAR TO LST-VEL.
           MOVE ARP-STEP-SEC TO LST-STEP-SEC.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "TEMPO=" DELIMITED BY SIZE
               LST-TEMPO DELIMITED BY SIZE
               " BPM  BEATS/BAR=" DELIMITED BY SIZE
               LST-SMALL DELIMITED BY SIZE
               "  DIVISION=1/" DELIMITED BY SIZE
               LST-NOTE-VAL DELIMITED BY SIZE
               "  STEPS/BAR=" DELIMITED BY SIZE
               LST-VEL DELIMITED BY SIZE
               "  STEP=" DELIMITED BY SIZE
               LST-STEP-SEC DELIMITED BY SIZE
               " SEC" DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.
           MOVE AS-OCTAVE-SPAN TO LST-SMALL.
           MOVE AS-GATE-PCT TO LST-PCT.
           MOVE AS-SWING-PCT TO LST-NOTE-VAL.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "PATTERN=" DELIMITED BY SIZE
               PATTERN-NAME(AS-PATTERN) DELIMITED BY SPACE
               "  OCTAVE SPAN=" DELIMITED BY SIZE
               LST-SMALL DELIMITED BY SIZE
               "  GATE=" DELIMITED BY SIZE
               LST-PCT DELIMITED BY SIZE
               "%  SWING=" DELIMITED BY SIZE
               LST-NOTE-VAL DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           IF AS-PATTERN = 4
               MOVE AS-RANDOM-SEED TO LST-SEED
               STRING "  SEED=" DELIMITED BY SIZE
                   LST-SEED DELIMITED BY SIZE
                   INTO LISTING-RECORD WITH POINTER LST-PTR
           END-IF.
           PERFORM PUT-LISTING-LINE.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "ACCENTS=" DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           IF ARP-ACCENT-LEN = 0
               STRING "(NONE)" DELIMITED BY SIZE
                   INTO LISTING-RECORD WITH POINTER LST-PTR
           ELSE
               STRING AS-ACCENT-PATTERN(1:ARP-ACCENT-LEN)
                   DELIMITED BY SIZE
                   INTO LISTING-RECORD WITH POINTER LST-PTR
           END-IF.
           MOVE AS-ACCENT-VEL TO LST-VEL.
           STRING "  VELOCITY A=" DELIMITED BY SIZE
               LST-VEL DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           MOVE AS-NORMAL-VEL TO LST-VEL.
           STRING " N=" DELIMITED BY SIZE
               LST-VEL DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           MOVE AS-GHOST-VEL TO LST-VEL.
           STRING " G=" DELIMITED BY SIZE
               LST-VEL DELIMITED BY SIZE
               "  SEQUENCE=" DELIMITED BY SIZE
               ARP-SEQ-PATH DELIMITED BY SPACE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.

       WRITE-LISTING-BAR.
           MOVE CV-LISTED-BAR TO LST-BAR.
           DIVIDE 100 INTO ST-START-CS(STEP-IDX) GIVING CV-TIME.
           MOVE CV-TIME TO LST-TIME.
           MOVE SPACES TO LISTING-RECORD.
           PERFORM PUT-LISTING-LINE.
           MOVE 1 TO LST-PTR.
           STRING "BAR " DELIMITED BY SIZE
               LST-BAR DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               LST-TIME DELIMITED BY SIZE
               " SEC  CHORD=" DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM VARYING VOICE-IDX FROM 1 BY 1
               UNTIL VOICE-IDX > CE-VOICE-COUNT(CV-LISTED-BAR)
               DIVIDE CE-KEY(CV-LISTED-BAR, VOICE-IDX) BY 12
                   GIVING CV-OCTAVE REMAINDER CV-NOTE
               MOVE CV-OCTAVE TO LST-CHORD-OCT
               STRING " " DELIMITED BY SIZE
                   NOTE-NAME(CV-NOTE + 1) DELIMITED BY SPACE
                   LST-CHORD-OCT DELIMITED BY SIZE
                   INTO LISTING-RECORD WITH POINTER LST-PTR
           END-PERFORM.
           PERFORM PUT-LISTING-LINE.

       WRITE-LISTING-NOTE.
           MOVE ST-STEP(STEP-IDX) TO LST-STEP.
           MOVE CV-DURATION TO LST-DUR.
           MOVE CV-GAP TO LST-GAP.
           MOVE ST-VELOCITY(STEP-IDX) TO LST-VEL.
           EVALUATE ST-ACCENT(STEP-IDX)
               WHEN "A"
                   MOVE "ACCENT" TO LST-ACCENT-WORD
               WHEN "G"
                   MOVE "GHOST" TO LST-ACCENT-WORD
               WHEN OTHER
                   MOVE SPACES TO LST-ACCENT-WORD
           END-EVALUATE.
           PERFORM FORMAT-STEP-PREFIX.
           STRING " DURATION=" DELIMITED BY SIZE
               LST-DUR DELIMITED BY SIZE
               " GAP=" DELIMITED BY SIZE
               LST-GAP DELIMITED BY SIZE
               " VEL=" DELIMITED BY SIZE
               LST-VEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LST-ACCENT-WORD DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.

       WRITE-LISTING-REJECT.
           MOVE ST-STEP(STEP-IDX) TO LST-STEP.
           PERFORM FORMAT-STEP-PREFIX.
           IF WRITTEN-COUNT = 0
               STRING " ** OUTSIDE OCTAVE 0-6 - NOT WRITTEN, AHEAD "
                   DELIMITED BY SIZE
                   "OF THE FIRST NOTE SO ITS TIME IS LOST"
                   DELIMITED BY SIZE
                   INTO LISTING-RECORD WITH POINTER LST-PTR
           ELSE
               STRING " ** OUTSIDE OCTAVE 0-6 - NOT WRITTEN, TIME "
                   DELIMITED BY SIZE
                   "KEPT AS REST IN THE GAP BEFORE IT"
                   DELIMITED BY SIZE
                   INTO LISTING-RECORD WITH POINTER LST-PTR
           END-IF.
           PERFORM PUT-LISTING-LINE.

      * Step number, start time and pitch, common to every step line.
       FORMAT-STEP-PREFIX.
           DIVIDE 100 INTO ST-START-CS(STEP-IDX) GIVING CV-TIME.
           MOVE CV-TIME TO LST-TIME.
           MOVE CV-OCTAVE TO LST-OCTAVE.
           MOVE CV-NOTE TO LST-NOTE-VAL.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "  STEP " DELIMITED BY SIZE
               LST-STEP DELIMITED BY SIZE
               ": START=" DELIMITED BY SIZE
               LST-TIME DELIMITED BY SIZE
               " OCTAVE=" DELIMITED BY SIZE
               LST-OCTAVE DELIMITED BY SIZE
               " NOTE=" DELIMITED BY SIZE
               LST-NOTE-VAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOTE-NAME(CV-NOTE + 1) DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.

       WRITE-LISTING-CLAMP.
           MOVE ST-STEP(STEP-IDX) TO LST-STEP.
           MOVE ST-BAR(STEP-IDX) TO LST-BAR.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "  CLAMPED BAR " DELIMITED BY SIZE
               LST-BAR DELIMITED BY SIZE
               " STEP " DELIMITED BY SIZE
               LST-STEP DELIMITED BY SIZE
               ": DURATION OR GAP EXCEEDS THE SEQUENCE-RECORD "
                   DELIMITED BY SIZE
               "FIELD WIDTH" DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.

       WRITE-LISTING-SUMMARY.
           MOVE SPACES TO LISTING-RECORD.
           PERFORM PUT-LISTING-LINE.
           MOVE BAR-COUNT TO LST-COUNT.
           MOVE 1 TO LST-PTR.
           STRING "BARS=" DELIMITED BY SIZE
               LST-COUNT DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           MOVE STEP-COUNT TO LST-COUNT.
           STRING "  STEPS=" DELIMITED BY SIZE
               LST-COUNT DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           DIVIDE 100 INTO ARP-SONG-END-CS GIVING CV-TIME.
           MOVE CV-TIME TO LST-TIME.
           STRING "  LENGTH=" DELIMITED BY SIZE
               LST-TIME DELIMITED BY SIZE
               " SEC" DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.
           MOVE WRITTEN-COUNT TO LST-COUNT.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "NOTES WRITTEN=" DELIMITED BY SIZE
               LST-COUNT DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.
           MOVE REJECT-COUNT TO LST-COUNT.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "NOTES OUTSIDE OCTAVE 0-6 (NOT WRITTEN)="
               DELIMITED BY SIZE
               LST-COUNT DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.
           IF LEADING-COUNT > 0
               MOVE LEADING-COUNT TO LST-COUNT
               MOVE SPACES TO LISTING-RECORD
               MOVE 1 TO LST-PTR
               STRING "  OF WHICH AHEAD OF THE FIRST NOTE (TIME LOST)="
                   DELIMITED BY SIZE
                   LST-COUNT DELIMITED BY SIZE
                   INTO LISTING-RECORD WITH POINTER LST-PTR
               PERFORM PUT-LISTING-LINE
           END-IF.
           MOVE CLAMP-COUNT TO LST-COUNT.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "DURATIONS/GAPS CLAMPED=" DELIMITED BY SIZE
               LST-COUNT DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.

       PUT-LISTING-LINE.
           WRITE LISTING-RECORD.
           IF LISTING-STATUS NOT = "00"
               MOVE "LISTING-FILE" TO ABEND-FILE-NAME
               MOVE "PUT-LISTING-LINE" TO ABEND-PARAGRAPH
               MOVE LISTING-STATUS TO ABEND-STATUS-CODE
               MOVE WRITTEN-COUNT TO ABEND-COUNT-EDIT
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
               " COMOL-ARP FILE=" DELIMITED BY SIZE
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
