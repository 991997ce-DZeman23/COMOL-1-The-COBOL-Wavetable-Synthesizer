           05  KM-ROOT-NOTE         PIC 9(2).
           05  KM-FILE-PATH         PIC X(60).

      * The audit only needs the wave-source, LFO waveform and
      * oscillator 2 source choices out of PATCH-RECORD; the
      * leading fields are read positionally so this layout must
      * track Comol-1's.
       FD  PATCH-FILE.
       01  PATCH-RECORD.
           05  PF-WAVE-SOURCE      PIC 9(1).
           05  PF-LFO1-REST        PIC X(32).
           05  PF-LFO2-WAVEFORM    PIC 9(1).
           05  PF-RECORD-REST      PIC X(68).
           05  PF-OSC2-SOURCE      PIC 9(1).
           05  PF-OSC2-REST        PIC X(15).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD     PIC X(160).
           CLOSE KEYMAP-FILE.

      * The patch names its table sources implicitly: wave source
      * 2 and 3 load the default FineWine pair, oscillator 2's
      * source 2 loads FineWine.raw and source 3 FineWine-B.raw,
      * and LFO waveform 8 on either engine loads LFO-Wave.raw.
      * These are the fixed paths the SELECTs in Comol-1 carry;
      * each is audited once however many choices load it.
       AUDIT-PATCH-PATHS.
           OPEN INPUT PATCH-FILE.
           IF PATCH-FILE-STATUS NOT = "00"
           END-READ.
           CLOSE PATCH-FILE.
           IF PF-WAVE-SOURCE = 2 OR PF-WAVE-SOURCE = 3
               OR PF-OSC2-SOURCE = 2
               MOVE "path/to/FineWine.raw" TO AUDIT-PATH
               PERFORM AUDIT-ONE-PATH
           END-IF.
           IF PF-WAVE-SOURCE = 3 OR PF-OSC2-SOURCE = 3
               MOVE "path/to/FineWine-B.raw" TO AUDIT-PATH
               PERFORM AUDIT-ONE-PATH
           END-IF.
