               RECORD KEY IS PND-TRXN-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT SOD-COUNT-FILE ASSIGN TO WS-SOD-COUNT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOD-COUNT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       FD  PENDING-FILE.
       COPY "pending_trxn.cpy".

       *> The DATE|SOD-CONFLICT|n line LEDGER-SOD-REPORT leaves.
       FD  SOD-COUNT-FILE.
       01  SOD-COUNT-REC          PIC X(60).

       *> DATE|METRIC|VALUE lines, one per metric per night -- the
       *> rolling history the bands are computed from.
       FD  HISTORY-FILE.
       01 WS-REJ-FILE-STATUS      PIC XX.
       01 WS-SUSP-FILE-STATUS     PIC XX.
       01 WS-PENDING-FILE-STATUS  PIC XX.
       01 WS-SOD-COUNT-STATUS     PIC XX.
       01 WS-HISTORY-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS   PIC XX.

       01 WS-REJ-PATH             PIC X(200).
       01 WS-SUSP-PATH            PIC X(200).
       01 WS-PENDING-PATH         PIC X(200).
       01 WS-SOD-COUNT-PATH       PIC X(200).
       01 WS-HISTORY-PATH         PIC X(200).
       01 WS-REPORT-PATH          PIC X(200).


       *> The night's figures. A source that is not available reports
       *> -1 internally and is neither banded nor written to history.
       01 WS-MET-COUNT            PIC 9(2)    VALUE 6.
       01 WS-MET-TABLE.
           05 WS-MET-ENTRY OCCURS 6 TIMES.
              10 WS-MET-NAME      PIC X(12).
              10 WS-MET-VALUE     PIC S9(9)   VALUE -1.
              10 WS-MET-AVG       PIC 9(9)V99 VALUE ZERO.
       01 WS-HIST-DATE            PIC 9(8).
       01 WS-HIST-VALUE           PIC S9(9).
       01 WS-HIST-SUMS.
           05 WS-HIST-SUM OCCURS 6 TIMES PIC S9(13)V99 VALUE ZERO.

       *> The band: a figure more than LEDGER_HEALTH_BAND_PCT percent
       *> of its 30-day average (default 300, i.e. triple) -- or less
       01 WS-HISTORY-LINE         PIC X(60)   VALUE SPACES.
       01 WS-COUNTER              PIC 9(9).
       01 WS-DIVERT-COUNTER       PIC 9(9).
       01 WS-SOD-DATE-TXT         PIC X(10).
       01 WS-SOD-NAME-TXT         PIC X(15).
       01 WS-SOD-VAL-TXT          PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Arg 1: BUSINESS_DATE; Arg 2: ARCHIVE_BASE ("-" = none);
           *> Arg 3: REJ_FILE ("-"); Arg 4: SUSPENSE_FILE ("-");
           *> Arg 5: HISTORY_FILE; Arg 6: REPORT_FILE. The pending
           *> queue comes from LEDGER_PENDING_FILE as everywhere else,
           *> the SoD conflict count from LEDGER_SOD_COUNT.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           COMPUTE WS-BUSINESS-DATE = FUNCTION NUMVAL(WS-ARG-VALUE(1:8))
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE "SUSPENSE"  TO WS-MET-NAME(3)
           MOVE "PENDING"   TO WS-MET-NAME(4)
           MOVE "DIVERTED"  TO WS-MET-NAME(5)
           MOVE "SOD-CONFLICT" TO WS-MET-NAME(6)

           PERFORM GATHER-ARCHIVE-COUNT
           PERFORM GATHER-REJECT-COUNT
           PERFORM GATHER-SUSPENSE-DEPTH
           PERFORM GATHER-PENDING-DEPTH
           PERFORM GATHER-SOD-COUNT

           PERFORM LOAD-ROLLING-HISTORY
           PERFORM WRITE-HEALTH-REPORT
           DISPLAY "Usage:"
           DISPLAY "  ./ledger_health_report BUSINESS_DATE ARCHIVE_BASE REJ_FILE SUSPENSE_FILE HISTORY_FILE REPORT_FILE"
           DISPLAY "Pass - for a source that does not apply tonight."
           DISPLAY "The SoD conflict count is read from LEDGER_SOD_COUNT."
           DISPLAY "Example:"
           DISPLAY "  ./ledger_health_report 20260902 /data/archive/transactions /data/transactions.dat.rej /data/suspense.dat /data/health_history.dat /data/health.20260902.rpt".

                   END-IF
           END-READ.

       *> The count LEDGER-SOD-REPORT left for tonight. A missing file,
       *> or one left by another night's run, is a gap, not a zero.
       GATHER-SOD-COUNT.
           DISPLAY "LEDGER_SOD_COUNT" UPON ENVIRONMENT-NAME
           ACCEPT WS-SOD-COUNT-PATH FROM ENVIRONMENT-VALUE
           IF WS-SOD-COUNT-PATH = SPACES
               MOVE "./sod_count.dat" TO WS-SOD-COUNT-PATH
           END-IF
           OPEN INPUT SOD-COUNT-FILE
           IF WS-SOD-COUNT-STATUS NOT = "00"
               DISPLAY "NOTE: no SoD conflict count at "
                   FUNCTION TRIM(WS-SOD-COUNT-PATH)
               EXIT PARAGRAPH
           END-IF
           READ SOD-COUNT-FILE
               AT END
                   MOVE SPACES TO SOD-COUNT-REC
           END-READ
           CLOSE SOD-COUNT-FILE

           MOVE SPACES TO WS-SOD-DATE-TXT WS-SOD-NAME-TXT WS-SOD-VAL-TXT
           UNSTRING SOD-COUNT-REC DELIMITED BY "|"
               INTO WS-SOD-DATE-TXT
                    WS-SOD-NAME-TXT
                    WS-SOD-VAL-TXT
           END-UNSTRING
           IF WS-SOD-DATE-TXT(1:8) NOT = WS-BUSINESS-DATE
               OR WS-SOD-NAME-TXT NOT = "SOD-CONFLICT"
               OR FUNCTION TRIM(WS-SOD-VAL-TXT) IS NOT NUMERIC
               DISPLAY "NOTE: SoD conflict count at "
                   FUNCTION TRIM(WS-SOD-COUNT-PATH)
                   " is not for " WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MET-VALUE(6) =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-SOD-VAL-TXT)).

      *> =================================================================
      *> The rolling 30-day averages, from the history this program
      *> keeps for itself night after night.
           MOVE WS-REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC

           *> Any SoD conflict is red on its own -- it is not a volume
           *> that can drift within a band.
           IF WS-MET-NAME(WS-MET-IDX) = "SOD-CONFLICT"
               IF WS-MET-VALUE(WS-MET-IDX) > ZERO
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RED    SOD-CONFLICT -- see the "
                          "segregation-of-duties report"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-REPORT-LINE TO REPORT-REC
                   WRITE REPORT-REC
                   DISPLAY "RED: SOD-CONFLICT tonight " WS-VAL-ED
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-MET-SAMPLES(WS-MET-IDX) < 5
               OR WS-MET-AVG(WS-MET-IDX) = ZERO
               EXIT PARAGRAPH
