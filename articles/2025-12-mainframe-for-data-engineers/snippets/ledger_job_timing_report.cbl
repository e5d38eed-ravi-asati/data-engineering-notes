       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-JOB-TIMING-REPORT.

      *> =================================================================
      *> The morning look at last night's batch timings. Reads the step
      *> timing history LEDGER-JOB-DRIVER keeps and reports, for every
      *> step that ran on RUN_DATE or in the 30 nights before it:
      *>   - tonight's elapsed time against its 30-day average, SLOW
      *>     when over LEDGER_JOB_SLOW_PCT percent of it (default 150);
      *>   - its average in each of the last four weeks, GROWING when
      *>     every week ran at least LEDGER_JOB_GROWTH_PCT percent
      *>     (default 5) longer than the week before -- the steady
      *>     creep that pushes the night into the online day.
      *> Only clean (OK) runs feed the averages.
      *> =================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> RUN_DATE|STEP|START_DATE|START_TIME|END_DATE|END_TIME|
       *> ELAPSED_SECS|RC|OK-or-FAIL, one line per step run.
       FD  HISTORY-FILE.
       01  HISTORY-REC            PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS   PIC XX.

       01 WS-ARG-COUNT            PIC 9(4).
       01 WS-ARG-VALUE            PIC X(300).

       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-INT         PIC 9(8).
       01 WS-WINDOW-START-INT     PIC 9(8).
       01 WS-HISTORY-PATH         PIC X(200).
       01 WS-REPORT-PATH          PIC X(200).

       01 WS-EOF-SW               PIC X(1)    VALUE "N".
           88 WS-EOF                          VALUE "Y".

       01 WS-PCT-TXT              PIC X(10).
       01 WS-SLOW-PCT             PIC 9(4)    VALUE 150.
       01 WS-GROWTH-PCT           PIC 9(4)    VALUE 5.

       *> Fields split out of one history line.
       01 WS-H-RUN-DATE-TXT       PIC X(10).
       01 WS-H-STEP               PIC X(20).
       01 WS-H-F3                 PIC X(10).
       01 WS-H-F4                 PIC X(10).
       01 WS-H-F5                 PIC X(10).
       01 WS-H-F6                 PIC X(10).
       01 WS-H-ELAPSED-TXT        PIC X(10).
       01 WS-H-RC-TXT             PIC X(10).
       01 WS-H-STATUS             PIC X(10).
       01 WS-H-RUN-DATE           PIC 9(8).
       01 WS-H-RUN-DATE-INT       PIC 9(8).
       01 WS-H-ELAPSED            PIC 9(7).
       01 WS-H-DAYS-BACK          PIC 9(4).
       01 WS-H-WEEK               PIC 9(2).

       *> One row per step seen in the window. Week 1 is the seven
       *> nights ending RUN_DATE, week 4 the oldest.
       01 WS-STEP-COUNT           PIC 9(3)    VALUE ZERO.
       01 WS-STEP-MAX             PIC 9(3)    VALUE 200.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 200 TIMES.
              10 WS-STEP-NAME     PIC X(20).
              10 WS-STEP-TONIGHT  PIC 9(7).
              10 WS-STEP-TN-STAT  PIC X(4).
              10 WS-STEP-SUM      PIC 9(9).
              10 WS-STEP-SAMPLES  PIC 9(4).
              10 WS-STEP-AVG      PIC 9(7).
              10 WS-STEP-WEEK OCCURS 4 TIMES.
                 15 WS-WEEK-SUM   PIC 9(9).
                 15 WS-WEEK-RUNS  PIC 9(4).
                 15 WS-WEEK-AVG   PIC 9(7).
       01 WS-STEP-IDX             PIC 9(3).
       01 WS-WEEK-IDX             PIC 9(2).
       01 WS-FOUND-SW             PIC X(1).
           88 WS-FOUND                        VALUE "Y".

       01 WS-GROWING-SW           PIC X(1).
           88 WS-GROWING                      VALUE "Y".
       01 WS-GROWTH-LIMIT         PIC 9(9).
       01 WS-SLOW-LIMIT           PIC 9(9).
       01 WS-PCT-OF-AVG           PIC 9(5).
       01 WS-FLAG-TXT             PIC X(16).
       01 WS-SLOW-COUNT           PIC 9(3)    VALUE ZERO.
       01 WS-GROWING-COUNT        PIC 9(3)    VALUE ZERO.
       01 WS-TONIGHT-TOTAL        PIC 9(9)    VALUE ZERO.

       01 WS-SECS-ED              PIC Z(6)9.
       01 WS-AVG-ED               PIC Z(6)9.
       01 WS-PCT-ED               PIC Z(4)9.
       01 WS-SAMPLES-ED           PIC Z(3)9.
       01 WS-WEEK-ED.
           05 WS-WEEK-ED-ITEM OCCURS 4 TIMES PIC Z(6)9.
       01 WS-REPORT-LINE          PIC X(132)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 3
               PERFORM DISPLAY-USAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           *> Arg 1: RUN_DATE (YYYYMMDD) -- the night to report
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF WS-ARG-VALUE(1:8) IS NOT NUMERIC
               DISPLAY "ERROR: RUN_DATE must be YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:8) TO WS-RUN-DATE

           *> Arg 2: HISTORY_FILE (LEDGER-JOB-DRIVER's LEDGER_JOB_HISTORY)
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-HISTORY-PATH

           *> Arg 3: REPORT_FILE
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(WS-ARG-VALUE) TO WS-REPORT-PATH

           DISPLAY "LEDGER_JOB_SLOW_PCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PCT-TXT FROM ENVIRONMENT-VALUE
           IF WS-PCT-TXT NOT = SPACES
               COMPUTE WS-SLOW-PCT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-PCT-TXT))
           END-IF
           DISPLAY "LEDGER_JOB_GROWTH_PCT" UPON ENVIRONMENT-NAME
           ACCEPT WS-PCT-TXT FROM ENVIRONMENT-VALUE
           IF WS-PCT-TXT NOT = SPACES
               COMPUTE WS-GROWTH-PCT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-PCT-TXT))
           END-IF

           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WINDOW-START-INT = WS-RUN-DATE-INT - 30

           PERFORM LOAD-TIMING-HISTORY
           PERFORM WRITE-TIMING-REPORT

           DISPLAY "Batch timing report for " WS-RUN-DATE ": "
               WS-STEP-COUNT " step(s), " WS-SLOW-COUNT " slow, "
               WS-GROWING-COUNT " growing -- report at "
               FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-SLOW-COUNT > ZERO OR WS-GROWING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_job_timing_report RUN_DATE HISTORY_FILE REPORT_FILE"
           DISPLAY "LEDGER_JOB_SLOW_PCT (default 150) and LEDGER_JOB_GROWTH_PCT"
           DISPLAY "(default 5) set the SLOW and GROWING thresholds."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_job_timing_report 20260915 /data/job_history.dat /data/job_timing.20260915.rpt".

      *> =================================================================
      *> One pass over the history: tonight's figure, the 30-night
      *> average before it, and the four weekly averages.
      *> =================================================================
       LOAD-TIMING-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-HISTORY-PATH
               DISPLAY "       FILE STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM LOAD-ONE-HISTORY-LINE UNTIL WS-EOF
           CLOSE HISTORY-FILE

           PERFORM AVERAGE-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.

       LOAD-ONE-HISTORY-LINE.
           READ HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM FOLD-ONE-HISTORY-LINE
           END-READ.

       FOLD-ONE-HISTORY-LINE.
           MOVE SPACES TO WS-H-RUN-DATE-TXT WS-H-STEP WS-H-F3 WS-H-F4
               WS-H-F5 WS-H-F6 WS-H-ELAPSED-TXT WS-H-RC-TXT WS-H-STATUS
           UNSTRING HISTORY-REC DELIMITED BY "|"
               INTO WS-H-RUN-DATE-TXT
                    WS-H-STEP
                    WS-H-F3
                    WS-H-F4
                    WS-H-F5
                    WS-H-F6
                    WS-H-ELAPSED-TXT
                    WS-H-RC-TXT
                    WS-H-STATUS
           END-UNSTRING
           IF WS-H-RUN-DATE-TXT(1:8) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-H-ELAPSED-TXT) IS NOT NUMERIC
               OR WS-H-STEP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-H-RUN-DATE-TXT(1:8) TO WS-H-RUN-DATE
           IF WS-H-RUN-DATE < 16010101
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-H-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-H-RUN-DATE)
           IF WS-H-RUN-DATE-INT < WS-WINDOW-START-INT
               OR WS-H-RUN-DATE-INT > WS-RUN-DATE-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-H-ELAPSED =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-H-ELAPSED-TXT))

           PERFORM FIND-STEP-ROW
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF

           *> Tonight: the last run wins, so a step rerun after a
           *> RESTART reports the run that finished the night.
           IF WS-H-RUN-DATE-INT = WS-RUN-DATE-INT
               MOVE WS-H-ELAPSED TO WS-STEP-TONIGHT(WS-STEP-IDX)
               MOVE WS-H-STATUS  TO WS-STEP-TN-STAT(WS-STEP-IDX)
           END-IF

           IF WS-H-STATUS NOT = "OK"
               EXIT PARAGRAPH
           END-IF

           IF WS-H-RUN-DATE-INT < WS-RUN-DATE-INT
               ADD WS-H-ELAPSED TO WS-STEP-SUM(WS-STEP-IDX)
               ADD 1 TO WS-STEP-SAMPLES(WS-STEP-IDX)
           END-IF

           COMPUTE WS-H-DAYS-BACK = WS-RUN-DATE-INT - WS-H-RUN-DATE-INT
           IF WS-H-DAYS-BACK < 28
               COMPUTE WS-H-WEEK = WS-H-DAYS-BACK / 7 + 1
               ADD WS-H-ELAPSED TO WS-WEEK-SUM(WS-STEP-IDX, WS-H-WEEK)
               ADD 1 TO WS-WEEK-RUNS(WS-STEP-IDX, WS-H-WEEK)
           END-IF.

       *> Leaves WS-STEP-IDX on the step's row, adding one if need be.
       FIND-STEP-ROW.
           MOVE "N" TO WS-FOUND-SW
           PERFORM MATCH-ONE-STEP-ROW
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-STEP-IDX
               EXIT PARAGRAPH
           END-IF

           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY "WARNING: more than " WS-STEP-MAX
                   " steps -- " FUNCTION TRIM(WS-H-STEP) " not reported"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-STEP-IDX
           INITIALIZE WS-STEP-ENTRY(WS-STEP-IDX)
           MOVE WS-H-STEP TO WS-STEP-NAME(WS-STEP-IDX)
           SET WS-FOUND TO TRUE.

       MATCH-ONE-STEP-ROW.
           IF WS-STEP-NAME(WS-STEP-IDX) = WS-H-STEP
               SET WS-FOUND TO TRUE
           END-IF.

       AVERAGE-ONE-STEP.
           IF WS-STEP-SAMPLES(WS-STEP-IDX) > ZERO
               COMPUTE WS-STEP-AVG(WS-STEP-IDX) ROUNDED =
                   WS-STEP-SUM(WS-STEP-IDX) / WS-STEP-SAMPLES(WS-STEP-IDX)
           END-IF
           PERFORM AVERAGE-ONE-WEEK
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 4.

       AVERAGE-ONE-WEEK.
           IF WS-WEEK-RUNS(WS-STEP-IDX, WS-WEEK-IDX) > ZERO
               COMPUTE WS-WEEK-AVG(WS-STEP-IDX, WS-WEEK-IDX) ROUNDED =
                   WS-WEEK-SUM(WS-STEP-IDX, WS-WEEK-IDX)
                   / WS-WEEK-RUNS(WS-STEP-IDX, WS-WEEK-IDX)
           END-IF.

      *> =================================================================
      *> The report: one line per step, in the order they first appear
      *> in the history (the run order, in practice).
      *> =================================================================
       WRITE-TIMING-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-REPORT-PATH
               DISPLAY "       FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "NIGHT BATCH STEP TIMINGS   " WS-RUN-DATE
                  "   (SECONDS)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STEP                  TONIGHT  30-DAY AVG NIGHTS"
                  "  PCT   WEEK-4   WEEK-3   WEEK-2   WEEK-1  FLAG"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-REC
           MOVE ALL "-" TO REPORT-REC(1:110)
           WRITE REPORT-REC

           PERFORM REPORT-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TONIGHT-TOTAL TO WS-SECS-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TONIGHT'S STEPS TOTAL " FUNCTION TRIM(WS-SECS-ED)
                  " SECONDS   SLOW " WS-SLOW-COUNT
                  "   GROWING " WS-GROWING-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE.

       REPORT-ONE-STEP.
           MOVE SPACES TO WS-FLAG-TXT
           MOVE ZERO TO WS-PCT-OF-AVG
           ADD WS-STEP-TONIGHT(WS-STEP-IDX) TO WS-TONIGHT-TOTAL

           IF WS-STEP-TN-STAT(WS-STEP-IDX) = SPACES
               MOVE "NOT RUN" TO WS-FLAG-TXT
           ELSE
               IF WS-STEP-TN-STAT(WS-STEP-IDX) NOT = "OK"
                   MOVE "FAILED" TO WS-FLAG-TXT
               END-IF
           END-IF

           IF WS-STEP-AVG(WS-STEP-IDX) > ZERO
               AND WS-STEP-TN-STAT(WS-STEP-IDX) NOT = SPACES
               COMPUTE WS-PCT-OF-AVG ROUNDED =
                   WS-STEP-TONIGHT(WS-STEP-IDX) * 100
                   / WS-STEP-AVG(WS-STEP-IDX)
               COMPUTE WS-SLOW-LIMIT =
                   WS-STEP-AVG(WS-STEP-IDX) * WS-SLOW-PCT / 100
               IF WS-STEP-TONIGHT(WS-STEP-IDX) > WS-SLOW-LIMIT
                   ADD 1 TO WS-SLOW-COUNT
                   MOVE "SLOW" TO WS-FLAG-TXT
                   DISPLAY "SLOW:    " FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                       " ran " WS-STEP-TONIGHT(WS-STEP-IDX)
                       "s against a 30-day average of "
                       WS-STEP-AVG(WS-STEP-IDX) "s"
               END-IF
           END-IF

           PERFORM CHECK-STEADY-GROWTH
           IF WS-GROWING
               ADD 1 TO WS-GROWING-COUNT
               IF WS-FLAG-TXT = SPACES
                   MOVE "GROWING" TO WS-FLAG-TXT
               ELSE
                   STRING FUNCTION TRIM(WS-FLAG-TXT) " GROWING"
                       DELIMITED BY SIZE INTO WS-FLAG-TXT
                   END-STRING
               END-IF
               DISPLAY "GROWING: " FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                   " weekly averages " WS-WEEK-AVG(WS-STEP-IDX, 4) " "
                   WS-WEEK-AVG(WS-STEP-IDX, 3) " "
                   WS-WEEK-AVG(WS-STEP-IDX, 2) " "
                   WS-WEEK-AVG(WS-STEP-IDX, 1) "s"
           END-IF

           MOVE WS-STEP-TONIGHT(WS-STEP-IDX) TO WS-SECS-ED
           MOVE WS-STEP-AVG(WS-STEP-IDX)     TO WS-AVG-ED
           MOVE WS-STEP-SAMPLES(WS-STEP-IDX) TO WS-SAMPLES-ED
           MOVE WS-PCT-OF-AVG                TO WS-PCT-ED
           PERFORM EDIT-ONE-WEEK
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 4
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-STEP-NAME(WS-STEP-IDX) WS-SECS-ED "     "
                  WS-AVG-ED "   " WS-SAMPLES-ED WS-PCT-ED "  "
                  WS-WEEK-ED-ITEM(4) "  " WS-WEEK-ED-ITEM(3) "  "
                  WS-WEEK-ED-ITEM(2) "  " WS-WEEK-ED-ITEM(1) "  "
                  WS-FLAG-TXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       EDIT-ONE-WEEK.
           MOVE WS-WEEK-AVG(WS-STEP-IDX, WS-WEEK-IDX)
               TO WS-WEEK-ED-ITEM(WS-WEEK-IDX).

       *> Steady growth: four weeks each with clean runs, and each
       *> week's average at least WS-GROWTH-PCT percent above the
       *> week before it.
       CHECK-STEADY-GROWTH.
           MOVE "Y" TO WS-GROWING-SW
           PERFORM CHECK-ONE-WEEK-GROWTH
               VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 3 OR NOT WS-GROWING
           IF WS-WEEK-RUNS(WS-STEP-IDX, 4) = ZERO
               MOVE "N" TO WS-GROWING-SW
           END-IF.

       CHECK-ONE-WEEK-GROWTH.
           IF WS-WEEK-RUNS(WS-STEP-IDX, WS-WEEK-IDX) = ZERO
               OR WS-WEEK-AVG(WS-STEP-IDX, WS-WEEK-IDX + 1) = ZERO
               MOVE "N" TO WS-GROWING-SW
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GROWTH-LIMIT =
               WS-WEEK-AVG(WS-STEP-IDX, WS-WEEK-IDX + 1)
               * (100 + WS-GROWTH-PCT) / 100
           IF WS-WEEK-AVG(WS-STEP-IDX, WS-WEEK-IDX) < WS-GROWTH-LIMIT
               MOVE "N" TO WS-GROWING-SW
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO WS-REPORT-LINE.
