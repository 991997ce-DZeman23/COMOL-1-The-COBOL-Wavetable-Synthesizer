      * fixed-width digits with a column ruler. Note-on/note-off
      * pairs and the tempo map become octave/note/duration/gap
      * values; anything the engine cannot play (keys outside the
      * octave 0-6 range the note selector resolves) is written to a
      * clear exception listing. A line where notes overlap - a
      * piano, pad or guitar part - goes to POLY-SEQUENCE-FILE as
      * played instead, for Comol-1's voice pool.
           SELECT MIDI-FILE ASSIGN TO
           "path/to/Import.mid"
           ORGANIZATION IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEQ-FILE-STATUS.
      * The overlapping-note performance file RUN-POLY-SEQUENCE
      * reads - identical record layout to POLY-SEQUENCE-FILE in
      * Comol-1. Exactly one of the two sequence files carries the
      * import; the other is written empty so Comol-1 never plays a
      * stale line left over from an earlier import.
           SELECT POLY-SEQUENCE-FILE ASSIGN TO
           "path/to/PolySequence1.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PQ-FILE-STATUS.
      * One free-form text line per import message - what was
      * converted, what was rejected and why.
           SELECT LISTING-FILE ASSIGN TO
           05  SQ-GAP-SEC          PIC 9(2)V9(2).
           05  SQ-VELOCITY         PIC 9(3).

      * One fixed-layout record per note, in note-on order. Must
      * stay byte-for-byte identical to POLY-SEQUENCE-RECORD in
      * Comol-1. START-SEC is the note-on time from the top of the
      * track; there is no gap column.
       FD  POLY-SEQUENCE-FILE.
       01  POLY-SEQUENCE-RECORD.
           05  PQ-START-SEC        PIC 9(5)V9(2).
           05  PQ-OCTAVE           PIC 9(1).
           05  PQ-NOTE             PIC 9(2).
           05  PQ-DURATION-SEC     PIC 9(3)V9(2).
           05  PQ-VELOCITY         PIC 9(3).

       FD  LISTING-FILE.
       01  LISTING-RECORD          PIC X(132).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  MIDI-FILE-STATUS    PIC X(2) VALUE "00".
       01  SEQ-FILE-STATUS     PIC X(2) VALUE "00".
       01  PQ-FILE-STATUS      PIC X(2) VALUE "00".
       01  LISTING-STATUS      PIC X(2) VALUE "00".

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      COLLECTED NOTE LIST        /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Start/end times per key, one entry per note-on in the order
      * the notes were struck. KEY-OPEN-ENTRY (subscript MIDI key
      * + 1) holds the NOTE-ENTRY still waiting for that key's
      * note-off, 0 when the key is not sounding; SOUNDING-COUNT is
      * how many keys are down at this point in the track.
       01  NOTE-LIST-VARS      USAGE COMP-5.
           05  NOTE-COUNT          PIC 9(5) VALUE 0.
           05  NOTE-IDX            PIC 9(5).
           05  OPEN-IDX            PIC 9(5).
           05  KEY-SLOT            PIC 9(3).
           05  SOUNDING-COUNT      PIC 9(3) VALUE 0.
           05  OVERLAP-COUNT       PIC 9(5) VALUE 0.
           05  RESTRIKE-COUNT      PIC 9(5) VALUE 0.
           05  ORPHAN-COUNT        PIC 9(5) VALUE 0.
       01  KEY-OPEN-TABLE.
           05  KEY-OPEN-ENTRY      PIC 9(5) COMP-5 VALUE 0
                                   OCCURS 128 TIMES.
       01  NOTE-LIST-TABLE.
           05  NOTE-ENTRY OCCURS 2000 TIMES.
               10  NL-KEY          PIC 9(3)       COMP-5.
           05  CV-NOTE             PIC 9(3).
           05  CV-DURATION         PIC 9(7)V9(6).
           05  CV-GAP              PIC S9(7)V9(6).
           05  CV-START            PIC 9(7)V9(6).
           05  WRITTEN-COUNT       PIC 9(5) VALUE 0.
           05  REJECT-COUNT        PIC 9(5) VALUE 0.
           05  CLAMP-COUNT         PIC 9(5) VALUE 0.
           05  LST-GAP             PIC Z9.99.
           05  LST-VEL             PIC ZZ9.
           05  LST-COUNT           PIC Z(4)9.
           05  LST-SOUNDING        PIC ZZ9.

       PROCEDURE DIVISION.

               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           OPEN OUTPUT POLY-SEQUENCE-FILE.
           IF PQ-FILE-STATUS NOT = "00"
               MOVE "POLY-SEQUENCE-FILE" TO ABEND-FILE-NAME
               MOVE "MAIN-LOGIC" TO ABEND-PARAGRAPH
               MOVE PQ-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE 0 TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
      * A line with no overlapping notes stays a plain SEQUENCE-FILE,
      * exactly as it always imported; any overlap sends the whole
      * line to POLY-SEQUENCE-FILE as played.
           IF OVERLAP-COUNT = 0
               PERFORM CONVERT-NOTE-LIST
           ELSE
               PERFORM CONVERT-POLY-NOTE-LIST
           END-IF.
           CLOSE SEQUENCE-FILE.
           CLOSE POLY-SEQUENCE-FILE.
           PERFORM WRITE-LISTING-SUMMARY.
           CLOSE LISTING-FILE.

           DISPLAY "Import complete - " WRITTEN-COUNT
               " note(s) written, " REJECT-COUNT " rejected.".
           IF OVERLAP-COUNT > 0
               DISPLAY "Overlapping notes kept as played - "
                   "written to PolySequence1.dat."
           END-IF.
           IF REJECT-COUNT > 0 OR RESTRIKE-COUNT > 0
               OR CLAMP-COUNT > 0
      * Warnings only - the sequence that was written is playable,
      * but the listing needs a human eye before the render runs.
      * ==========================================
      * WALK-TRACK-EVENTS
      * The event loop: delta time (converted to seconds at the
      * tempo in force), then one event. Note-on/note-off open and
      * close NOTE-ENTRYs per key; Set Tempo updates the clock;
      * everything else is skipped by its known data length.
      * ==========================================
       WALK-TRACK-EVENTS.
                   OR TRK-REMAIN <= 0
                   OR MID-EOF-SWITCH = 1
                   OR MID-FATAL-SWITCH = 1.
      * Notes still sounding at end of track end there.
           PERFORM VARYING KEY-SLOT FROM 1 BY 1
               UNTIL KEY-SLOT > 128
               IF KEY-OPEN-ENTRY(KEY-SLOT) > 0
                   PERFORM CLOSE-OPEN-NOTE
               END-IF
           END-PERFORM.

       PROCESS-MIDI-EVENT.
           PERFORM READ-VLQ.

      * ==========================================
      * HANDLE-NOTE-ON / HANDLE-NOTE-OFF
      * Every note-on opens its own NOTE-ENTRY, so the list stays
      * in the order the notes were struck. A note-on while other
      * keys are still down is an overlap - counted and listed,
      * and kept exactly as played. A second note-on for a key
      * that is already sounding ends the earlier note there (the
      * same key cannot sound twice). A note-off for a key that is
      * not sounding is counted and otherwise ignored.
      * ==========================================
       HANDLE-NOTE-ON.
           COMPUTE KEY-SLOT = MID-DATA1 + 1.
           IF KEY-OPEN-ENTRY(KEY-SLOT) > 0
               ADD 1 TO RESTRIKE-COUNT
               PERFORM WRITE-LISTING-RESTRIKE
               PERFORM CLOSE-OPEN-NOTE
           END-IF.
           IF SOUNDING-COUNT > 0
               ADD 1 TO OVERLAP-COUNT
               PERFORM WRITE-LISTING-OVERLAP
           END-IF.
           IF NOTE-COUNT >= 2000
               DISPLAY "MIDI ERROR: more than 2000 notes - "
                   "truncating the import here."
               MOVE 1 TO TRK-DONE-SWITCH
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NOTE-COUNT.
           MOVE MID-DATA1        TO NL-KEY(NOTE-COUNT).
           MOVE MID-ABS-SECONDS  TO NL-START-SEC(NOTE-COUNT).
           MOVE MID-ABS-SECONDS  TO NL-END-SEC(NOTE-COUNT).
           MOVE MID-DATA2        TO NL-VELOCITY(NOTE-COUNT).
           MOVE NOTE-COUNT TO KEY-OPEN-ENTRY(KEY-SLOT).
           ADD 1 TO SOUNDING-COUNT.

       HANDLE-NOTE-OFF.
           COMPUTE KEY-SLOT = MID-DATA1 + 1.
           IF KEY-OPEN-ENTRY(KEY-SLOT) > 0
               PERFORM CLOSE-OPEN-NOTE
           ELSE
               ADD 1 TO ORPHAN-COUNT
           END-IF.

      * Ends the note open on KEY-SLOT at the current track time.
       CLOSE-OPEN-NOTE.
           MOVE KEY-OPEN-ENTRY(KEY-SLOT) TO OPEN-IDX.
           MOVE MID-ABS-SECONDS TO NL-END-SEC(OPEN-IDX).
           MOVE 0 TO KEY-OPEN-ENTRY(KEY-SLOT).
           SUBTRACT 1 FROM SOUNDING-COUNT.

      * ==========================================
      * CONVERT-NOTE-LIST
           ADD 1 TO WRITTEN-COUNT.
           PERFORM WRITE-LISTING-NOTE.

      * ==========================================
      * CONVERT-POLY-NOTE-LIST
      * The overlapping line as POLY-SEQUENCE-RECORDs: each note
      * keeps its own start time and duration, so chords and held
      * notes come out as played. Keys outside octave 0-6 are
      * rejected to the listing exactly as CONVERT-NOTE-LIST does.
      * ==========================================
       CONVERT-POLY-NOTE-LIST.
           PERFORM VARYING NOTE-IDX FROM 1 BY 1
               UNTIL NOTE-IDX > NOTE-COUNT
               COMPUTE CV-KEY-ADJ = NL-KEY(NOTE-IDX) - 12
               IF CV-KEY-ADJ < 0 OR CV-KEY-ADJ > 83
                   ADD 1 TO REJECT-COUNT
                   PERFORM WRITE-LISTING-REJECT
               ELSE
                   COMPUTE CV-OCTAVE = CV-KEY-ADJ / 12
                   COMPUTE CV-NOTE = FUNCTION MOD(CV-KEY-ADJ, 12)
                   MOVE NL-START-SEC(NOTE-IDX) TO CV-START
                   COMPUTE CV-DURATION =
                       NL-END-SEC(NOTE-IDX) - NL-START-SEC(NOTE-IDX)
                   PERFORM WRITE-ONE-POLY-RECORD
               END-IF
           END-PERFORM.

      * ==========================================
      * WRITE-ONE-POLY-RECORD
      * Same clamping rule as WRITE-ONE-SEQUENCE-RECORD, against
      * the POLY-SEQUENCE-RECORD field widths.
      * ==========================================
       WRITE-ONE-POLY-RECORD.
           IF CV-DURATION > 999.99
               ADD 1 TO CLAMP-COUNT
               PERFORM WRITE-LISTING-CLAMP
               MOVE 999.99 TO CV-DURATION
           END-IF.
           IF CV-START > 99999.99
               ADD 1 TO CLAMP-COUNT
               PERFORM WRITE-LISTING-CLAMP
               MOVE 99999.99 TO CV-START
           END-IF.
           COMPUTE PQ-START-SEC ROUNDED = CV-START.
           MOVE CV-OCTAVE TO PQ-OCTAVE.
           MOVE CV-NOTE TO PQ-NOTE.
           COMPUTE PQ-DURATION-SEC ROUNDED = CV-DURATION.
           MOVE NL-VELOCITY(NOTE-IDX) TO PQ-VELOCITY.
           WRITE POLY-SEQUENCE-RECORD.
           IF PQ-FILE-STATUS NOT = "00"
               MOVE "POLY-SEQUENCE-FILE" TO ABEND-FILE-NAME
               MOVE "WRITE-ONE-POLY-RECORD" TO ABEND-PARAGRAPH
               MOVE PQ-FILE-STATUS TO ABEND-STATUS-CODE
               MOVE WRITTEN-COUNT TO ABEND-COUNT-EDIT
               PERFORM REPORT-IO-FAILURE
           END-IF.
           ADD 1 TO WRITTEN-COUNT.
           PERFORM WRITE-LISTING-POLY-NOTE.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      LISTING WRITERS            /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.

       WRITE-LISTING-POLY-NOTE.
           MOVE WRITTEN-COUNT TO LST-NOTE-NUM.
           MOVE CV-START TO LST-TIME.
           MOVE CV-OCTAVE TO LST-OCTAVE.
           MOVE CV-NOTE TO LST-NOTE-VAL.
           MOVE CV-DURATION TO LST-DUR.
           MOVE NL-VELOCITY(NOTE-IDX) TO LST-VEL.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "NOTE " DELIMITED BY SIZE
               LST-NOTE-NUM DELIMITED BY SIZE
               ": START=" DELIMITED BY SIZE
               LST-TIME DELIMITED BY SIZE
               " OCTAVE=" DELIMITED BY SIZE
               LST-OCTAVE DELIMITED BY SIZE
               " NOTE=" DELIMITED BY SIZE
               LST-NOTE-VAL DELIMITED BY SIZE
               " DURATION=" DELIMITED BY SIZE
               LST-DUR DELIMITED BY SIZE
               " VEL=" DELIMITED BY SIZE
               LST-VEL DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.

       WRITE-LISTING-REJECT.
           MOVE NOTE-IDX TO LST-NOTE-NUM.
           MOVE NL-KEY(NOTE-IDX) TO LST-KEY.

       WRITE-LISTING-OVERLAP.
           MOVE MID-ABS-SECONDS TO LST-TIME.
           MOVE MID-DATA1 TO LST-KEY.
           MOVE SOUNDING-COUNT TO LST-SOUNDING.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "OVERLAP AT " DELIMITED BY SIZE
               LST-TIME DELIMITED BY SIZE
               " SEC: KEY " DELIMITED BY SIZE
               LST-KEY DELIMITED BY SIZE
               " STRUCK OVER " DELIMITED BY SIZE
               LST-SOUNDING DELIMITED BY SIZE
               " SOUNDING KEY(S) - KEPT AS PLAYED"
                   DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.

       WRITE-LISTING-RESTRIKE.
           MOVE MID-ABS-SECONDS TO LST-TIME.
           MOVE MID-DATA1 TO LST-KEY.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "RESTRIKE AT " DELIMITED BY SIZE
               LST-TIME DELIMITED BY SIZE
               " SEC: KEY " DELIMITED BY SIZE
               LST-KEY DELIMITED BY SIZE
               " STRUCK AGAIN BEFORE ITS NOTE-OFF - EARLIER NOTE "
                   DELIMITED BY SIZE
               "ENDED HERE" DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.

       WRITE-LISTING-CLAMP.
           MOVE NOTE-IDX TO LST-NOTE-NUM.
           MOVE SPACES TO LISTING-RECORD.
           MOVE OVERLAP-COUNT TO LST-COUNT.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "OVERLAPS KEPT=" DELIMITED BY SIZE
               LST-COUNT DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.
           MOVE RESTRIKE-COUNT TO LST-COUNT.
           MOVE SPACES TO LISTING-RECORD.
           MOVE 1 TO LST-PTR.
           STRING "RESTRUCK KEYS ENDED EARLY=" DELIMITED BY SIZE
               LST-COUNT DELIMITED BY SIZE
               INTO LISTING-RECORD WITH POINTER LST-PTR.
           PERFORM PUT-LISTING-LINE.
