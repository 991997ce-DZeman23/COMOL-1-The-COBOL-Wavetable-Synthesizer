      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * Library manager for PresetLibrary.dat - the sound-library
      * team's product master, until now maintained by hand in a
      * text editor where one misaligned byte in a 228-character
      * PRESET-RECORD corrupts every preset after it. This program
      * is to the library what Comol-Edit is to Patch1.dat: browse
      * and search by name, copy/rename/delete entries, pull the
       DATA DIVISION.
       FILE SECTION.
      * Must stay byte-for-byte identical to PRESET-RECORD in
      * Comol-1: the 20-character name, then the 208-character
      * patch image (the same fields PATCH-RECORD carries, in the
      * same order, velocity sensitivity and the second oscillator
      * included).
       FD  PRESET-LIBRARY-FILE.
       01  PRESET-RECORD.
           05  PL-PRESET-NAME      PIC X(20).
           05  PL-PATCH-IMAGE      PIC X(208).

      * Must stay byte-for-byte identical to PATCH-RECORD in
      * Comol-1 and Comol-Edit. This program moves it whole - the
      * field-level view lives in those two programs.
       FD  PATCH-FILE.
       01  PATCH-RECORD            PIC X(208).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD        PIC X(160).
           05  LB-MATCH-COUNT      PIC 9(3).
       01  LIBRARY-MEM-TABLE.
           05  LIBRARY-ENTRY OCCURS 500 TIMES.
               10  LB-RECORD        PIC X(228).
               10  FILLER REDEFINES LB-RECORD.
                   15  LB-NAME      PIC X(20).
                   15  LB-IMAGE     PIC X(208).

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\      EDIT CONTROL               /\
      * /\      CHANGE-HISTORY AUDIT       /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * When a pull replaces an existing preset, the old and new
      * 208-byte patch images are compared region by region and
      * the changed regions named on the history line - the field
      * boundaries below mirror the PATCH-RECORD layout in Comol-1
      * and must move with it. CHANGED-TEXT and DETAIL-TEXT hold
      * all nine region names at once (83 bytes); a region added
      * later must widen them.
       01  AUDIT-WORK-VARS.
           05  AUD-OLD-IMAGE       PIC X(208).
           05  AUD-NEW-IMAGE       PIC X(208).
           05  AUD-CHANGED-TEXT    PIC X(83).
           05  AUD-PTR             PIC 9(3).
           05  AUD-ACTION-TEXT     PIC X(10).
           05  AUD-DETAIL-TEXT     PIC X(83).
       01  AUDIT-REGION-TABLE.
      * Region starts/lengths over the patch image, with the name
      * each region reports under.
           05  FILLER PIC X(22) VALUE "124030LFO2            ".
           05  FILLER PIC X(22) VALUE "154033OUTPUT          ".
           05  FILLER PIC X(22) VALUE "187006VELOCITY        ".
           05  FILLER PIC X(22) VALUE "193016OSCILLATOR-2    ".
       01  FILLER REDEFINES AUDIT-REGION-TABLE.
           05  AUDIT-REGION OCCURS 9 TIMES.
               10  AR-START        PIC 9(3).
               10  AR-LENGTH       PIC 9(3).
               10  AR-NAME         PIC X(16).
       01  AUDIT-SCAN-VARS    USAGE COMP-5.
           05  AR-IDX              PIC 9(2).
       01  AUD-COUNT-EDIT      PIC ZZ9.

       SCREEN SECTION.
               MOVE PATCH-RECORD TO LB-IMAGE(LB-FOUND)
               PERFORM BUILD-CHANGED-FIELD-TEXT
               MOVE "REPLACE" TO AUD-ACTION-TEXT
               MOVE AUD-CHANGED-TEXT TO AUD-DETAIL-TEXT
               MOVE "REPLACED FROM Patch1.dat" TO LC-MESSAGE
           ELSE
               IF LB-ENTRY-COUNT >= 500
           MOVE SPACES TO AUD-CHANGED-TEXT.
           MOVE 1 TO AUD-PTR.
           PERFORM VARYING AR-IDX FROM 1 BY 1
               UNTIL AR-IDX > 9
               IF AUD-OLD-IMAGE(AR-START(AR-IDX):AR-LENGTH(AR-IDX))
                   NOT =
                   AUD-NEW-IMAGE(AR-START(AR-IDX):AR-LENGTH(AR-IDX))
                       " " DELIMITED BY SIZE
                       INTO AUD-CHANGED-TEXT
                       WITH POINTER AUD-PTR
                       ON OVERFLOW
      * Never drop a region silently - mark the line as cut short.
                           MOVE "..." TO AUD-CHANGED-TEXT(81:3)
                   END-STRING
               END-IF
           END-PERFORM.
           IF AUD-CHANGED-TEXT = SPACES
