           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JS-STATUS-STATUS.
      * Every step this driver actually runs, appended as it
      * finishes and never truncated - JobStatus.dat is emptied
      * after a complete night, so this is the only lasting record
      * of how long each step takes. Comol-Plan forecasts from it.
           SELECT OPTIONAL JOB-HISTORY-FILE ASSIGN TO
           "path/to/JobHistory.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JH-HISTORY-STATUS.
      * The one file the morning shift reads.
           SELECT OPS-REPORT-FILE ASSIGN TO
           "path/to/OpsReport.txt"
           05  JS-RETURN-CODE      PIC 9(4).
           05  JS-VERDICT          PIC X(8).

      * Same layout as JOB-STATUS-RECORD.
       FD  JOB-HISTORY-FILE.
       01  JOB-HISTORY-RECORD.
           05  JH-STEP-NUM         PIC 9(3).
           05  JH-STEP-NAME        PIC X(12).
           05  JH-START-STAMP      PIC X(14).
           05  JH-END-STAMP        PIC X(14).
           05  JH-RETURN-CODE      PIC 9(4).
           05  JH-VERDICT          PIC X(8).

       FD  OPS-REPORT-FILE.
       01  OPS-REPORT-RECORD       PIC X(160).

       01  JOB-CHAIN-CONTROL.
           05  JM-MANIFEST-STATUS  PIC X(2) VALUE "00".
           05  JS-STATUS-STATUS    PIC X(2) VALUE "00".
           05  JH-HISTORY-STATUS   PIC X(2) VALUE "00".
           05  JB-EOF-SWITCH       PIC 9(1) VALUE 0.
           05  CHAIN-HALT-SWITCH   PIC 9(1) VALUE 0.
           05  CHAIN-FAIL-SWITCH   PIC 9(1) VALUE 0.
                       "error set, carrying on."
               END-IF
           END-IF.
           PERFORM APPEND-STEP-HISTORY.

      * ==========================================
      * APPEND-STEP-HISTORY
      * One JOB-HISTORY-RECORD for the step just run. Like the
      * status file, a history that cannot be written is a warning,
      * not a reason to stop the night's work.
      * ==========================================
       APPEND-STEP-HISTORY.
           OPEN EXTEND JOB-HISTORY-FILE.
           IF JH-HISTORY-STATUS NOT = "00"
               AND JH-HISTORY-STATUS NOT = "05"
               DISPLAY "JOB WARNING: cannot extend JobHistory.dat "
                   "(status " JH-HISTORY-STATUS ") - step "
                   STEP-IDX " timing not kept."
               EXIT PARAGRAPH
           END-IF.
           MOVE STEP-IDX                  TO JH-STEP-NUM.
           MOVE ST-NAME(STEP-IDX)         TO JH-STEP-NAME.
           MOVE ST-START-STAMP(STEP-IDX)  TO JH-START-STAMP.
           MOVE ST-END-STAMP(STEP-IDX)    TO JH-END-STAMP.
           MOVE ST-RETURN-CODE(STEP-IDX)  TO JH-RETURN-CODE.
           MOVE ST-VERDICT(STEP-IDX)      TO JH-VERDICT.
           WRITE JOB-HISTORY-RECORD.
           IF JH-HISTORY-STATUS NOT = "00"
               DISPLAY "JOB WARNING: write to JobHistory.dat "
                   "failed at step " STEP-IDX " (status "
                   JH-HISTORY-STATUS ")."
           END-IF.
           CLOSE JOB-HISTORY-FILE.

      * ==========================================
      * REWRITE-STATUS-FILE
