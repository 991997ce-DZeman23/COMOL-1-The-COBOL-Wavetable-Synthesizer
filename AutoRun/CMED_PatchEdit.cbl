           05  PF-BIT-DEPTH        PIC 9(2).
           05  PF-VELO-SENS        PIC 9(3).
           05  PF-VELO-CUT-SENS    PIC 9(3).
           05  PF-OSC2-SOURCE      PIC 9(1).
           05  PF-OSC2-COARSE      PIC S9(2).
           05  PF-OSC2-FINE        PIC S9(3).
           05  PF-OSC2-LEVEL       PIC 9(3).
           05  PF-OSC2-MODE        PIC 9(1).
           05  PF-LFO1-OSC2-DPTH   PIC S9(3).
           05  PF-LFO2-OSC2-DPTH   PIC S9(3).

      * One free-form text line per I/O failure. See
      * WRITE-ABEND-RECORD.
      * /\      ABEND DIAGNOSTICS          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * This editor never hard-stops on an I/O failure - losing
      * eight pages of entries to a bad file is the exact failure
      * it exists to prevent - but the failure still goes on the
      * common abend record with a classed return code, so the
      * scheduler and the morning shift see it the same way they
           05  ED-BIT-DEPTH        PIC 9(2).
           05  ED-VELO-SENS        PIC 9(3).
           05  ED-VELO-CUT-SENS    PIC 9(3).
           05  ED-OSC2-SOURCE      PIC 9(1).
           05  ED-OSC2-COARSE      PIC S9(2)
                                   SIGN LEADING SEPARATE.
           05  ED-OSC2-FINE        PIC S9(3)
                                   SIGN LEADING SEPARATE.
           05  ED-OSC2-LEVEL       PIC 9(3).
           05  ED-OSC2-MODE        PIC 9(1).
           05  ED-LFO1-OSC2-DPTH   PIC S9(3)
                                   SIGN LEADING SEPARATE.
           05  ED-LFO2-OSC2-DPTH   PIC S9(3)
                                   SIGN LEADING SEPARATE.

       SCREEN SECTION.
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  OSC-PAGE-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL 5 VALUE
               "COMOL-1 PATCH EDITOR - PAGE 1/8 OSCILLATOR".
           03  LINE 3 COL 3 VALUE
               "WAVE SRC 1=SINE 2=RAW 3=MORPH 4=1SHOT..:".
           03  LINE 3 COL 45 PIC 9 USING ED-WAVE-SOURCE.
       01  FILTER-PAGE-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL 5 VALUE
               "COMOL-1 PATCH EDITOR - PAGE 2/8 FILTER".
           03  LINE 3 COL 3 VALUE
               "TYPE 1=LPF 2=HPF 3=BPF 4=NOTCH 5=SHELF..:".
           03  LINE 3 COL 45 PIC X USING ED-FILTER-TYPE.
       01  TVA-PAGE-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL 5 VALUE
               "COMOL-1 PATCH EDITOR - PAGE 3/8 TVA ENV + GLIDE".
           03  LINE 3 COL 3 VALUE
               "LEVEL L1 (000-100)......................:".
           03  LINE 3 COL 45 PIC 999 USING ED-L1.
       01  TVF-PAGE-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL 5 VALUE
               "COMOL-1 PATCH EDITOR - PAGE 4/8 TVF ENV".
           03  LINE 3 COL 3 VALUE
               "CUT LEVEL L1 (+000 TO +100).............:".
           03  LINE 3 COL 45 PIC S999 SIGN LEADING SEPARATE
       01  LFO1-PAGE-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL 5 VALUE
               "COMOL-1 PATCH EDITOR - PAGE 5/8 LFO 1".
           03  LINE 3 COL 3 VALUE
               "WAVEFORM 1-8 (SEE PANEL CARD)...........:".
           03  LINE 3 COL 45 PIC 9 USING ED-LFO1-WAVEFORM.
       01  LFO2-PAGE-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL 5 VALUE
               "COMOL-1 PATCH EDITOR - PAGE 6/8 LFO 2".
           03  LINE 3 COL 3 VALUE
               "WAVEFORM 1-8 (SEE PANEL CARD)...........:".
           03  LINE 3 COL 45 PIC 9 USING ED-LFO2-WAVEFORM.
       01  OUTPUT-PAGE-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL 5 VALUE
               "COMOL-1 PATCH EDITOR - PAGE 7/8 OUTPUT".
           03  LINE 3 COL 3 VALUE
               "STEREO MODE 0=MONO 1=STEREO.............:".
           03  LINE 3 COL 45 PIC 9 USING ED-STEREO-MODE.
               "BIT DEPTH 16 OR 24......................:".
           03  LINE 7 COL 45 PIC 99 USING ED-BIT-DEPTH.
           03  LINE 9 COL 3 PIC X(60) FROM ED-ERROR-MSG.

      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
      * /\  PAGE 8: OSCILLATOR 2          /\
      * /\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\/\
       01  OSC2-PAGE-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL 5 VALUE
               "COMOL-1 PATCH EDITOR - PAGE 8/8 OSCILLATOR 2".
           03  LINE 3 COL 3 VALUE
               "SOURCE 0=OFF 1=SINE 2=RAW 3=RAW-B.......:".
           03  LINE 3 COL 45 PIC 9 USING ED-OSC2-SOURCE.
           03  LINE 4 COL 3 VALUE
               "COARSE SEMITONES (-24 TO +24)...........:".
           03  LINE 4 COL 45 PIC S99 SIGN LEADING SEPARATE
               USING ED-OSC2-COARSE.
           03  LINE 5 COL 3 VALUE
               "FINE CENTS (-100 TO +100)...............:".
           03  LINE 5 COL 45 PIC S999 SIGN LEADING SEPARATE
               USING ED-OSC2-FINE.
           03  LINE 6 COL 3 VALUE
               "LEVEL (000-100).........................:".
           03  LINE 6 COL 45 PIC 999 USING ED-OSC2-LEVEL.
           03  LINE 7 COL 3 VALUE
               "MODE 0=MIX 1=HARD SYNC 2=RING MOD.......:".
           03  LINE 7 COL 45 PIC 9 USING ED-OSC2-MODE.
           03  LINE 8 COL 3 VALUE
               "LFO1 PITCH DEPTH (-120 TO +120).........:".
           03  LINE 8 COL 45 PIC S999 SIGN LEADING SEPARATE
               USING ED-LFO1-OSC2-DPTH.
           03  LINE 9 COL 3 VALUE
               "LFO2 PITCH DEPTH (-120 TO +120).........:".
           03  LINE 9 COL 45 PIC S999 SIGN LEADING SEPARATE
               USING ED-LFO2-OSC2-DPTH.
           03  LINE 11 COL 3 PIC X(60) FROM ED-ERROR-MSG.
       01  SAVE-PAGE-SCREEN.
           03  BLANK SCREEN.
           03  LINE 1 COL 5 VALUE
           PERFORM LOAD-PATCH-RECORD.
           PERFORM EDIT-ONE-PAGE
               VARYING ED-PAGE-NUM FROM 1 BY 1
               UNTIL ED-PAGE-NUM > 8.
           MOVE "N" TO ED-SAVE-CHOICE.
           DISPLAY SAVE-PAGE-SCREEN.
           ACCEPT SAVE-PAGE-SCREEN.
           MOVE PF-BIT-DEPTH       TO ED-BIT-DEPTH.
           MOVE PF-VELO-SENS       TO ED-VELO-SENS.
           MOVE PF-VELO-CUT-SENS   TO ED-VELO-CUT-SENS.
           MOVE PF-OSC2-SOURCE     TO ED-OSC2-SOURCE.
           MOVE PF-OSC2-COARSE     TO ED-OSC2-COARSE.
           MOVE PF-OSC2-FINE       TO ED-OSC2-FINE.
           MOVE PF-OSC2-LEVEL      TO ED-OSC2-LEVEL.
           MOVE PF-OSC2-MODE       TO ED-OSC2-MODE.
           MOVE PF-LFO1-OSC2-DPTH  TO ED-LFO1-OSC2-DPTH.
           MOVE PF-LFO2-OSC2-DPTH  TO ED-LFO2-OSC2-DPTH.

      * ==========================================
      * EDIT-ONE-PAGE
                       DISPLAY OUTPUT-PAGE-SCREEN
                       ACCEPT OUTPUT-PAGE-SCREEN
                       PERFORM VALIDATE-OUTPUT-PAGE
                   WHEN 8
                       DISPLAY OSC2-PAGE-SCREEN
                       ACCEPT OSC2-PAGE-SCREEN
                       PERFORM VALIDATE-OSC2-PAGE
               END-EVALUATE
               IF ED-ERROR-MSG = SPACES
                   MOVE 1 TO ED-PAGE-OK-SW
               MOVE "BIT DEPTH MUST BE 16 OR 24" TO ED-ERROR-MSG
           END-IF.

      * Last page, so the wave source, stereo and chord entries it
      * is checked against are already final. A keymap is not part
      * of the patch - Comol-1 refuses that pairing at render time.
       VALIDATE-OSC2-PAGE.
           MOVE SPACES TO ED-ERROR-MSG.
           IF ED-OSC2-SOURCE > 3
               MOVE "OSC 2 SOURCE MUST BE 0-3" TO ED-ERROR-MSG
           END-IF.
           IF ED-OSC2-COARSE < -24 OR ED-OSC2-COARSE > 24
               MOVE "COARSE MUST BE -24 TO +24" TO ED-ERROR-MSG
           END-IF.
           IF ED-OSC2-FINE < -100 OR ED-OSC2-FINE > 100
               MOVE "FINE MUST BE -100 TO +100" TO ED-ERROR-MSG
           END-IF.
           IF ED-OSC2-LEVEL > 100
               MOVE "LEVEL MUST BE 000-100" TO ED-ERROR-MSG
           END-IF.
           IF ED-OSC2-MODE > 2
               MOVE "MODE MUST BE 0-2" TO ED-ERROR-MSG
           END-IF.
           IF ED-LFO1-OSC2-DPTH < -120 OR ED-LFO1-OSC2-DPTH > 120
               OR ED-LFO2-OSC2-DPTH < -120 OR ED-LFO2-OSC2-DPTH > 120
               MOVE "LFO PITCH DEPTHS MUST BE -120 TO +120"
                   TO ED-ERROR-MSG
           END-IF.
           IF ED-OSC2-SOURCE > 0
               AND (ED-WAVE-SOURCE = 4 OR ED-STEREO-MODE = 1
                   OR ED-CHORD-MODE = 1)
               MOVE "OSC 2 NEEDS MONO, NO CHORD, NO ONE-SHOT"
                   TO ED-ERROR-MSG
           END-IF.

      * ==========================================
      * SAVE-PATCH-RECORD
      * Buffer back into the record - every field lands in its own
           MOVE ED-BIT-DEPTH       TO PF-BIT-DEPTH.
           MOVE ED-VELO-SENS       TO PF-VELO-SENS.
           MOVE ED-VELO-CUT-SENS   TO PF-VELO-CUT-SENS.
           MOVE ED-OSC2-SOURCE     TO PF-OSC2-SOURCE.
           MOVE ED-OSC2-COARSE     TO PF-OSC2-COARSE.
           MOVE ED-OSC2-FINE       TO PF-OSC2-FINE.
           MOVE ED-OSC2-LEVEL      TO PF-OSC2-LEVEL.
           MOVE ED-OSC2-MODE       TO PF-OSC2-MODE.
           MOVE ED-LFO1-OSC2-DPTH  TO PF-LFO1-OSC2-DPTH.
           MOVE ED-LFO2-OSC2-DPTH  TO PF-LFO2-OSC2-DPTH.
           OPEN OUTPUT PATCH-FILE.
      * An unwritable Patch1.dat must not abend and throw away
      * eight pages of entries - losing work to a bad file is the
      * exact failure this editor exists to prevent. It does go on
      * the common abend record, with a classed return code.
           IF PATCH-FILE-STATUS NOT = "00"
