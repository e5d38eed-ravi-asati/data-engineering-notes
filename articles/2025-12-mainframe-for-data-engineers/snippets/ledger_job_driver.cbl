               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One pipe-delimited line per step, in run order:
       FD  JOBLOG-FILE.
       01  JOBLOG-REC             PIC X(200).

       *> The timing history, kept night after night where the journal
       *> is not: one line per step run,
       *> RUN_DATE|STEP|START_DATE|START_TIME|END_DATE|END_TIME|
       *> ELAPSED_SECS|RC|OK-or-FAIL. RUN_DATE is the date the night's
       *> run began, carried through a RESTART that crosses midnight.
       FD  HISTORY-FILE.
       01  HISTORY-REC            PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-JOBDEF-FILE-STATUS  PIC XX.
       01 WS-JOBLOG-FILE-STATUS  PIC XX.
       01 WS-JOBDEF-PATH         PIC X(200).
       01 WS-JOBLOG-PATH         PIC X(200).
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-HISTORY-PATH        PIC X(200).
       01 WS-ARG-COUNT           PIC 9(4).
       01 WS-ARG-VALUE           PIC X(300).

       01 WS-NOW-TIME            PIC X(6).
       01 WS-LOG-LINE            PIC X(200).

       *> The night's run date and start, and the batch window it must
       *> finish inside -- LEDGER_BATCH_WINDOW_END as HHMM. The window
       *> end falls on the next calendar day when it is earlier than
       *> the time the run began.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DATE-INT        PIC 9(8).
       01 WS-RUN-START-SECS      PIC 9(6).
       01 WS-RUN-START-FOUND-SW  PIC X(1)    VALUE "N".
           88 WS-RUN-START-FOUND             VALUE "Y".
       01 WS-HIST-START-INT      PIC 9(8).
       01 WS-WINDOW-END-TXT      PIC X(10).
       01 WS-WINDOW-END-SECS     PIC 9(6).
       01 WS-WINDOW-SW           PIC X(1)    VALUE "N".
           88 WS-WINDOW-SET                  VALUE "Y".
       01 WS-OVERRUN-SW          PIC X(1)    VALUE "N".
           88 WS-OVERRUN-WARNED              VALUE "Y".

       *> Every step in the definition, in run order, with its 30-day
       *> average elapsed time from the timing history -- what the
       *> projected finish is built from.
       01 WS-PLAN-COUNT          PIC 9(3)    VALUE ZERO.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
              10 WS-PLAN-STEP    PIC X(20).
              10 WS-PLAN-DONE    PIC X(1).
              10 WS-PLAN-SUM     PIC 9(9).
              10 WS-PLAN-SAMPLES PIC 9(4).
              10 WS-PLAN-AVG     PIC 9(7).
       01 WS-PLAN-IDX            PIC 9(3).

       *> Fields split out of one history line.
       01 WS-H-RUN-DATE-TXT      PIC X(10).
       01 WS-H-STEP              PIC X(20).
       01 WS-H-F3                PIC X(10).
       01 WS-H-F4                PIC X(10).
       01 WS-H-F5                PIC X(10).
       01 WS-H-F6                PIC X(10).
       01 WS-H-ELAPSED-TXT       PIC X(10).
       01 WS-H-RC-TXT            PIC X(10).
       01 WS-H-STATUS            PIC X(10).
       01 WS-H-RUN-DATE          PIC 9(8).
       01 WS-H-RUN-DATE-INT      PIC 9(8).

       *> Step timing and the projection.
       01 WS-STEP-START-DATE     PIC 9(8).
       01 WS-STEP-START-TIME     PIC 9(6).
       01 WS-STEP-START-INT      PIC 9(8).
       01 WS-STEP-ELAPSED        PIC 9(7).
       01 WS-STEP-ELAPSED-ED     PIC Z(6)9.
       01 WS-STEP-OUTCOME        PIC X(4).
       01 WS-CLOCK-TIME          PIC 9(6).
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH        PIC 9(2).
           05 WS-CLOCK-MM        PIC 9(2).
           05 WS-CLOCK-SS        PIC 9(2).
       01 WS-CLOCK-SECS          PIC 9(6).
       01 WS-NOW-DATE-N          PIC 9(8).
       01 WS-NOW-SECS            PIC 9(8).
       01 WS-REMAIN-SECS         PIC 9(8).
       01 WS-PROJECTED-SECS      PIC 9(8).
       01 WS-NO-HISTORY-COUNT    PIC 9(3).
       01 WS-DAY-COUNT           PIC 9(4).
       01 WS-DAY-SECS            PIC 9(6).
       01 WS-PROJ-HH             PIC 9(2).
       01 WS-PROJ-MM             PIC 9(2).
       01 WS-PROJ-REM            PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.

               END-IF
           END-IF

           DISPLAY "LEDGER_JOB_HISTORY" UPON ENVIRONMENT-NAME
           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT-VALUE
           IF WS-HISTORY-PATH = SPACES
               MOVE "./job_history.dat" TO WS-HISTORY-PATH
           END-IF

           DISPLAY "LEDGER_BATCH_WINDOW_END" UPON ENVIRONMENT-NAME
           ACCEPT WS-WINDOW-END-TXT FROM ENVIRONMENT-VALUE
           IF WS-WINDOW-END-TXT(1:4) IS NUMERIC
               AND WS-WINDOW-END-TXT(5:1) = SPACE
               MOVE ZERO TO WS-CLOCK-TIME
               MOVE WS-WINDOW-END-TXT(1:4) TO WS-CLOCK-TIME(1:4)
               PERFORM CLOCK-TO-SECONDS
               MOVE WS-CLOCK-SECS TO WS-WINDOW-END-SECS
               SET WS-WINDOW-SET TO TRUE
           ELSE
               IF WS-WINDOW-END-TXT NOT = SPACES
                   DISPLAY "NOTE: LEDGER_BATCH_WINDOW_END must be HHMM"
                       " -- no overrun projection tonight"
               END-IF
           END-IF

           *> The run's date and start time, unless a RESTART finds
           *> the original ones in the journal.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO WS-RUN-DATE
           MOVE WS-NOW-TIME TO WS-CLOCK-TIME
           PERFORM CLOCK-TO-SECONDS
           MOVE WS-CLOCK-SECS TO WS-RUN-START-SECS

           IF WS-IS-RESTART
               PERFORM LOAD-COMPLETED-STEPS
           ELSE
               CLOSE JOBLOG-FILE
           END-IF

           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           IF WS-WINDOW-SET
               AND WS-WINDOW-END-SECS < WS-RUN-START-SECS
               ADD 86400 TO WS-WINDOW-END-SECS
           END-IF

           PERFORM OPEN-JOBDEF
           MOVE "N" TO WS-EOF-SW
           PERFORM PLAN-ONE-STEP UNTIL WS-EOF
           CLOSE JOBDEF-FILE
           PERFORM LOAD-STEP-HISTORY

           PERFORM OPEN-JOBDEF
           MOVE "N" TO WS-EOF-SW
           PERFORM RUN-ONE-STEP
               UNTIL WS-EOF OR WS-JOB-HALTED
                   " already-complete step(s) skipped, of "
                   WS-STEP-COUNT " defined"
               MOVE 0 TO RETURN-CODE
               IF WS-OVERRUN-WARNED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_job_driver JOB_DEFINITION_FILE JOB_LOG_FILE [RESTART]"
           DISPLAY "Definition lines: STEP_NAME|COMMAND|MAX_RC"
           DISPLAY "Step timings are kept in LEDGER_JOB_HISTORY; set"
           DISPLAY "LEDGER_BATCH_WINDOW_END (HHMM) to be warned when the"
           DISPLAY "projected finish runs past the batch window."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_job_driver /data/night_batch.job /data/night_batch.log"
           DISPLAY "  ./ledger_job_driver /data/night_batch.job /data/night_batch.log RESTART".
                            WS-LOG-F5
                            WS-LOG-F6
                   END-UNSTRING
                   IF WS-LOG-EVENT = "START" AND NOT WS-RUN-START-FOUND
                       AND WS-LOG-F3 IS NUMERIC AND WS-LOG-F4 IS NUMERIC
                       *> The first START is when the night began.
                       MOVE WS-LOG-F3 TO WS-RUN-DATE
                       MOVE WS-LOG-F4 TO WS-CLOCK-TIME
                       PERFORM CLOCK-TO-SECONDS
                       MOVE WS-CLOCK-SECS TO WS-RUN-START-SECS
                       SET WS-RUN-START-FOUND TO TRUE
                   END-IF
                   IF WS-LOG-EVENT = "END  " AND WS-LOG-F6 = "OK  "
                       AND WS-DONE-TBL-COUNT < 100
                       ADD 1 TO WS-DONE-TBL-COUNT
                   END-IF
           END-READ.

       OPEN-JOBDEF.
           OPEN INPUT JOBDEF-FILE
           IF WS-JOBDEF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open " WS-JOBDEF-PATH
               DISPLAY "       FILE STATUS = " WS-JOBDEF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> =================================================================
      *> The step plan: every defined step in run order, and -- from
      *> the timing history -- how long each has taken over the last
      *> 30 nights it ran clean.
      *> =================================================================
       PLAN-ONE-STEP.
           READ JOBDEF-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF JOBDEF-REC NOT = SPACES
                       AND JOBDEF-REC(1:1) NOT = "*"
                       AND WS-PLAN-COUNT < 100
                       PERFORM ADD-ONE-PLAN-STEP
                   END-IF
           END-READ.

       ADD-ONE-PLAN-STEP.
           MOVE SPACES TO WS-STEP-NAME
           UNSTRING JOBDEF-REC DELIMITED BY "|"
               INTO WS-STEP-NAME
           END-UNSTRING
           ADD 1 TO WS-PLAN-COUNT
           MOVE WS-STEP-NAME TO WS-PLAN-STEP(WS-PLAN-COUNT)
           MOVE "N"  TO WS-PLAN-DONE(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PLAN-SUM(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PLAN-SAMPLES(WS-PLAN-COUNT)
           MOVE ZERO TO WS-PLAN-AVG(WS-PLAN-COUNT)
           IF WS-IS-RESTART
               PERFORM CHECK-STEP-ALREADY-DONE
               IF WS-FOUND
                   MOVE "Y" TO WS-PLAN-DONE(WS-PLAN-COUNT)
               END-IF
           END-IF.

       LOAD-STEP-HISTORY.
           COMPUTE WS-HIST-START-INT = WS-RUN-DATE-INT - 30
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NOTE: no step timing history yet at "
                   FUNCTION TRIM(WS-HISTORY-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ONE-HISTORY-LINE UNTIL WS-EOF
           CLOSE HISTORY-FILE

           PERFORM AVERAGE-ONE-PLAN-STEP
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.

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
               OR WS-H-STATUS NOT = "OK"
               OR FUNCTION TRIM(WS-H-ELAPSED-TXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-H-RUN-DATE-TXT(1:8) TO WS-H-RUN-DATE
           IF WS-H-RUN-DATE < 16010101
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-H-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-H-RUN-DATE)
           IF WS-H-RUN-DATE-INT < WS-HIST-START-INT
               OR WS-H-RUN-DATE-INT >= WS-RUN-DATE-INT
               EXIT PARAGRAPH
           END-IF

           PERFORM MATCH-HISTORY-PLAN-STEP
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.

       MATCH-HISTORY-PLAN-STEP.
           IF WS-PLAN-STEP(WS-PLAN-IDX) = WS-H-STEP
               ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-H-ELAPSED-TXT))
                   TO WS-PLAN-SUM(WS-PLAN-IDX)
               ADD 1 TO WS-PLAN-SAMPLES(WS-PLAN-IDX)
           END-IF.

       AVERAGE-ONE-PLAN-STEP.
           IF WS-PLAN-SAMPLES(WS-PLAN-IDX) > ZERO
               COMPUTE WS-PLAN-AVG(WS-PLAN-IDX) ROUNDED =
                   WS-PLAN-SUM(WS-PLAN-IDX)
                   / WS-PLAN-SAMPLES(WS-PLAN-IDX)
           END-IF.

      *> =================================================================
      *> Before each step: now, plus the average run time of every step
      *> still to go (this one included), against the window end. A
      *> step with no history yet counts as zero, so the projection is
      *> a floor -- the warning says how many such steps there are.
      *> =================================================================
       PROJECT-BATCH-FINISH.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO WS-NOW-DATE-N
           MOVE WS-NOW-TIME TO WS-CLOCK-TIME
           PERFORM CLOCK-TO-SECONDS
           COMPUTE WS-NOW-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-N)
                - WS-RUN-DATE-INT) * 86400 + WS-CLOCK-SECS

           MOVE ZERO TO WS-REMAIN-SECS WS-NO-HISTORY-COUNT
           PERFORM ADD-ONE-REMAINING-STEP
               VARYING WS-PLAN-IDX FROM WS-STEP-COUNT BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
           COMPUTE WS-PROJECTED-SECS = WS-NOW-SECS + WS-REMAIN-SECS

           IF WS-PROJECTED-SECS <= WS-WINDOW-END-SECS
               EXIT PARAGRAPH
           END-IF

           SET WS-OVERRUN-WARNED TO TRUE
           DIVIDE WS-PROJECTED-SECS BY 86400
               GIVING WS-DAY-COUNT REMAINDER WS-DAY-SECS
           DIVIDE WS-DAY-SECS BY 3600
               GIVING WS-PROJ-HH REMAINDER WS-PROJ-REM
           DIVIDE WS-PROJ-REM BY 60 GIVING WS-PROJ-MM
           DISPLAY "WARNING: before " FUNCTION TRIM(WS-STEP-NAME)
               " the batch is projected to finish at " WS-PROJ-HH ":"
               WS-PROJ-MM ", past the window end "
               WS-WINDOW-END-TXT(1:2) ":" WS-WINDOW-END-TXT(3:2)
           IF WS-NO-HISTORY-COUNT > ZERO
               DISPLAY "         (" WS-NO-HISTORY-COUNT
                   " remaining step(s) have no timing history yet)"
           END-IF

           MOVE SPACES TO WS-LOG-LINE
           STRING FUNCTION TRIM(WS-STEP-NAME) DELIMITED BY SIZE
                  "|OVERRUN|"                 DELIMITED BY SIZE
                  WS-NOW-DATE                 DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-NOW-TIME                 DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-PROJ-HH                  DELIMITED BY SIZE
                  WS-PROJ-MM                  DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING
           PERFORM APPEND-JOBLOG-LINE.

       ADD-ONE-REMAINING-STEP.
           IF WS-PLAN-DONE(WS-PLAN-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-PLAN-SAMPLES(WS-PLAN-IDX) = ZERO
               ADD 1 TO WS-NO-HISTORY-COUNT
           END-IF
           ADD WS-PLAN-AVG(WS-PLAN-IDX) TO WS-REMAIN-SECS.

       RUN-ONE-STEP.
           READ JOBDEF-FILE
               AT END
               END-IF
           END-IF

           IF WS-WINDOW-SET
               PERFORM PROJECT-BATCH-FINISH
           END-IF

           DISPLAY "STEP   " FUNCTION TRIM(WS-STEP-NAME) ": "
               FUNCTION TRIM(WS-STEP-COMMAND)
           PERFORM JOURNAL-STEP-START

           IF WS-STEP-RC > WS-STEP-MAXRC
               PERFORM JOURNAL-STEP-END-FAIL
               MOVE "FAIL" TO WS-STEP-OUTCOME
               PERFORM RECORD-STEP-TIMING
               DISPLAY "FAIL   " FUNCTION TRIM(WS-STEP-NAME)
                   " ended RC " WS-STEP-RC " (accepted up to "
                   WS-STEP-MAXRC ")"
               SET WS-JOB-HALTED TO TRUE
           ELSE
               PERFORM JOURNAL-STEP-END-OK
               MOVE "OK" TO WS-STEP-OUTCOME
               PERFORM RECORD-STEP-TIMING
               DISPLAY "OK     " FUNCTION TRIM(WS-STEP-NAME)
                   " ended RC " WS-STEP-RC " in "
                   FUNCTION TRIM(WS-STEP-ELAPSED-ED) "s"
           END-IF.

       CHECK-STEP-ALREADY-DONE.
       JOURNAL-STEP-START.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO WS-STEP-START-DATE
           MOVE WS-NOW-TIME TO WS-STEP-START-TIME
           MOVE SPACES TO WS-LOG-LINE
           STRING FUNCTION TRIM(WS-STEP-NAME) DELIMITED BY SIZE
                  "|START|"                   DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING.

      *> -----------------------------------------------------------------
      *> After each step: its elapsed time into the timing history. A
      *> history that cannot be written is reported but never stops
      *> the night.
      *> -----------------------------------------------------------------
       RECORD-STEP-TIMING.
           MOVE WS-STEP-START-TIME TO WS-CLOCK-TIME
           PERFORM CLOCK-TO-SECONDS
           MOVE WS-CLOCK-SECS TO WS-DAY-SECS
           COMPUTE WS-STEP-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-STEP-START-DATE)
           MOVE WS-NOW-DATE TO WS-NOW-DATE-N
           MOVE WS-NOW-TIME TO WS-CLOCK-TIME
           PERFORM CLOCK-TO-SECONDS
           COMPUTE WS-STEP-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-N)
                - WS-STEP-START-INT) * 86400
               + WS-CLOCK-SECS - WS-DAY-SECS
           MOVE WS-STEP-ELAPSED TO WS-STEP-ELAPSED-ED

           MOVE SPACES TO HISTORY-REC
           STRING WS-RUN-DATE                 DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-NAME) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-STEP-START-DATE          DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-STEP-START-TIME          DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-NOW-DATE                 DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-NOW-TIME                 DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-ELAPSED-ED) DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  WS-STEP-RC-ED               DELIMITED BY SIZE
                  "|"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STEP-OUTCOME) DELIMITED BY SIZE
               INTO HISTORY-REC
           END-STRING

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to write step timing to "
                   FUNCTION TRIM(WS-HISTORY-PATH) " -- FILE STATUS = "
                   WS-HISTORY-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           WRITE HISTORY-REC
           CLOSE HISTORY-FILE.

       CLOCK-TO-SECONDS.
           COMPUTE WS-CLOCK-SECS =
               WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.

       APPEND-JOBLOG-LINE.
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-FILE-STATUS = "35"
