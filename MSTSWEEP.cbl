      *                            can hold COVFCST rather than let
      *                            it project a trend off a broken
      *                            series.
      * 15/10/2026 DAVID QUINTERO  SWPPARM SOURCE=WEEKLY makes a
      *                            quick sweep of the country/ISO-week
      *                            summary master (CNTRYWK) instead of
      *                            the full daily history - gaps
      *                            between weeks wider than GAPDAYS=,
      *                            weeks holding fewer snapshot days
      *                            than their date span, week-end
      *                            totals that go down, weekly NEW
      *                            figures against the change in the
      *                            week-end totals (TOLERANCE= per
      *                            snapshot day), and stale series.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS MST-KEY
               FILE STATUS  IS MASTER-STATUS.
           SELECT WEEK-SUMMARY-FILE ASSIGN TO CNTRYWK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS WKS-KEY
               FILE STATUS  IS WEEK-SUMMARY-STATUS.
           SELECT SWP-RPT-FILE ASSIGN  TO SWPRPT.
           SELECT SWP-PARM-FILE ASSIGN TO SWPPARM
               FILE STATUS IS SWP-PARM-STATUS.
       FD  MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        Country/ISO-week summary master, maintained by CNTRYLD
      *        and CNTRYWKS - see CNTRYWK.cpy.  Keyed country code +
      *        ISO week, so each country's weeks come back in order.
      *****************************************************************
       FD  WEEK-SUMMARY-FILE
           RECORD CONTAINS 240 CHARACTERS.
       COPY CNTRYWK.
       FD  SWP-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  SWP-RPT-LINE PIC X(132).
      *****************************************************************
      *        Run-control parameter card file - GAPDAYS=, TOLERANCE=
      *        and STALE= reset the sweep thresholds, SOURCE=WEEKLY
      *        sweeps CNTRYWK; optional, the suite's usual card
      *        treatment.
      *****************************************************************
       FD  SWP-PARM-FILE
           RECORDING MODE IS F
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS    PIC XX VALUE SPACE.
       01  WEEK-SUMMARY-STATUS PIC XX VALUE SPACE.
       01  SWP-PARM-STATUS  PIC XX VALUE SPACE.
       01  MASTER-EOF-SW    PIC X VALUE 'N'.
           88 MASTER-EOF        VALUE 'Y'.
      *
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
       01  SOURCE-SW        PIC X VALUE 'D'.
           88 DAILY-SOURCE      VALUE 'D'.
           88 WEEKLY-SOURCE     VALUE 'W'.
      *****************************************************************
      *        Numeric card-value parse - the digits accumulate left
      *        to right, trailing pad spaces are skipped (the same
      *****************************************************************
       01  CURR-COUNTRY-CODE PIC X(03) VALUE SPACE.
       01  CURR-ROW-COUNT    PIC 9(09) COMP-4 VALUE 0.
       01  CURR-DATE         PIC X(10) VALUE SPACE.
       01  FIRST-SERIAL      PIC S9(09) COMP-4 VALUE 0.
       01  PREV-DATE         PIC X(10) VALUE SPACE.
       01  PREV-SERIAL       PIC S9(09) COMP-4 VALUE 0.
       01  CURR-SERIAL       PIC S9(09) COMP-4 VALUE 0.
       01  GAP-WORK         PIC S9(09) COMP-4 VALUE 0.
       01  DELTA-WORK       PIC S9(09) COMP-4 VALUE 0.
       01  DIFF-WORK        PIC S9(09) COMP-4 VALUE 0.
       01  ALLOWED-WORK     PIC S9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Finding counts - only severe findings fail the run.
           PERFORM DATE-TO-SERIAL
           MOVE CONV-SERIAL TO RUN-SERIAL
      *
           IF WEEKLY-SOURCE
              PERFORM SWEEP-ONE-WEEK UNTIL MASTER-EOF
           ELSE
              PERFORM SWEEP-ONE-ROW UNTIL MASTER-EOF
           END-IF
      *****************************************************************
      *            The last country's series is still open when the
      *            master runs out.
      *
      *
       OPEN-FILES.
           IF WEEKLY-SOURCE
              OPEN INPUT WEEK-SUMMARY-FILE
              IF WEEK-SUMMARY-STATUS NOT = "00"
                 DISPLAY "CNTRYWK SUMMARY OPEN FAILED, STATUS "
                    WEEK-SUMMARY-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              OPEN INPUT MASTER-FILE
              IF MASTER-STATUS NOT = "00"
                 DISPLAY "CNTRYMS MASTER OPEN FAILED, STATUS "
                    MASTER-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT SWP-RPT-FILE
           IF WEEKLY-SOURCE
              MOVE " CNTRYWK WEEKLY SUMMARY INTEGRITY SWEEP"
                TO SWP-RPT-LINE
           ELSE
              MOVE " CNTRYMS HISTORY INTEGRITY SWEEP" TO SWP-RPT-LINE
           END-IF
           WRITE SWP-RPT-LINE END-WRITE
           MOVE SWEEP-HEADING TO SWP-RPT-LINE
           WRITE SWP-RPT-LINE END-WRITE
      *
      *
       CLOSE-FILES.
           IF WEEKLY-SOURCE
              CLOSE WEEK-SUMMARY-FILE
           ELSE
              CLOSE MASTER-FILE
           END-IF
           CLOSE SWP-RPT-FILE.
      *
      *
                 IF PARM-DIGIT-SEEN
                    MOVE PARM-NUM-VALUE TO STALE-DAYS
                 END-IF
              WHEN "SOURCE"
                 EVALUATE PARM-VALUE
                    WHEN "WEEKLY"
                       SET WEEKLY-SOURCE TO TRUE
                    WHEN "DAILY"
                       SET DAILY-SOURCE TO TRUE
                    WHEN OTHER
                       DISPLAY "SWPPARM CARD IGNORED: " PARM-CARD
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY "SWPPARM CARD IGNORED: " PARM-CARD
           END-EVALUATE.
                     ADD 1 TO COUNT-COUNTRIES
                     MOVE 0 TO CURR-ROW-COUNT
                  END-IF
                  MOVE MST-TIMESPAN-YMD TO CURR-DATE
                  MOVE MST-TIMESPAN-YMD TO CONV-DATE-X
                  PERFORM DATE-TO-SERIAL
                  MOVE CONV-SERIAL TO CURR-SERIAL
      *
      *
      *****************************************************************
      *        The weekly sweep - one CNTRYWK row at a time, checked
      *        against the country's previous week the way the daily
      *        sweep checks a row against the day before.
      *****************************************************************
       SWEEP-ONE-WEEK.
           READ WEEK-SUMMARY-FILE
                AT END
                  SET MASTER-EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-ROWS
                  IF WKS-COUNTRY-CODE NOT = CURR-COUNTRY-CODE
                     IF CURR-COUNTRY-CODE NOT = SPACE
                        PERFORM END-COUNTRY-CHECKS
                     END-IF
                     MOVE WKS-COUNTRY-CODE TO CURR-COUNTRY-CODE
                     ADD 1 TO COUNT-COUNTRIES
                     MOVE 0 TO CURR-ROW-COUNT
                  END-IF
                  MOVE WKS-LAST-DATE TO CURR-DATE
                  MOVE WKS-FIRST-DATE TO CONV-DATE-X
                  PERFORM DATE-TO-SERIAL
                  MOVE CONV-SERIAL TO FIRST-SERIAL
                  MOVE WKS-LAST-DATE TO CONV-DATE-X
                  PERFORM DATE-TO-SERIAL
                  MOVE CONV-SERIAL TO CURR-SERIAL
                  ADD 1 TO CURR-ROW-COUNT
                  PERFORM CHECK-WEEK-DAYS
                  IF CURR-ROW-COUNT > 1
                     PERFORM CHECK-WEEK-GAP
                     PERFORM CHECK-WEEK-TOTALS
                     PERFORM CHECK-WEEK-NEW-VS-DELTA
                  END-IF
                  MOVE WKS-LAST-DATE    TO PREV-DATE
                  MOVE CURR-SERIAL      TO PREV-SERIAL
                  MOVE WKS-TOT-CASES    TO PREV-TOT-CASES
                  MOVE WKS-TOT-DEATHS   TO PREV-TOT-DEATHS
                  MOVE WKS-TOT-RECOV    TO PREV-TOT-RECOV
                  MOVE WKS-LAST-DATE    TO LAST-DATE
                  MOVE CURR-SERIAL      TO LAST-SERIAL
           END-READ.
      *
      *
      *****************************************************************
      *        Days since the year-zero epoch for a YYYY-MM-DD date:
      *        365 per prior year plus their leap days, the days
      *        before this month (one more after February in a leap
           MOVE "SEVERE" TO FP-SEVERITY
           MOVE SPACE TO FP-DETAIL
           STRING PREV-DATE ":" DTL-NUM-1
              " THEN " CURR-DATE ":" DTL-NUM-2
              DELIMITED BY SIZE INTO FP-DETAIL
           END-STRING
           PERFORM WRITE-FINDING.
      *
      *
      *****************************************************************
      *        A week holding fewer snapshot days than its first-to-
      *        last span allows at GAPDAYS apart has holes inside it.
      *****************************************************************
       CHECK-WEEK-DAYS.
           COMPUTE GAP-WORK = CURR-SERIAL - FIRST-SERIAL
           COMPUTE ALLOWED-WORK = (WKS-DAY-COUNT - 1) * GAP-DAYS
           IF GAP-WORK > ALLOWED-WORK
              MOVE "WARNING" TO FP-SEVERITY
              MOVE "DAYS MISSING IN WEEK" TO FP-CHECK
              MOVE WKS-DAY-COUNT TO DTL-NUM-1
              MOVE SPACE TO FP-DETAIL
              STRING WKS-ISO-WEEK " HOLDS" DTL-NUM-1
                 " SNAPSHOT DAYS, " WKS-FIRST-DATE " TO "
                 WKS-LAST-DATE
                 DELIMITED BY SIZE INTO FP-DETAIL
              END-STRING
              PERFORM WRITE-FINDING
           END-IF.
      *
      *
      *****************************************************************
      *        A hole between weeks - from the previous week's last
      *        snapshot date to this week's first.
      *****************************************************************
       CHECK-WEEK-GAP.
           COMPUTE GAP-WORK = FIRST-SERIAL - PREV-SERIAL
           IF GAP-WORK > GAP-DAYS
              MOVE "WARNING" TO FP-SEVERITY
              MOVE "DATE GAP"            TO FP-CHECK
              MOVE GAP-WORK TO DTL-NUM-1
              MOVE SPACE TO FP-DETAIL
              STRING PREV-DATE " TO " WKS-FIRST-DATE
                 " IS " DTL-NUM-1 " DAYS"
                 DELIMITED BY SIZE INTO FP-DETAIL
              END-STRING
              PERFORM WRITE-FINDING
           END-IF.
      *
      *
       CHECK-WEEK-TOTALS.
           IF WKS-TOT-CASES < PREV-TOT-CASES
              MOVE "TOT-CASES DECREASED" TO FP-CHECK
              MOVE PREV-TOT-CASES TO DTL-NUM-1
              MOVE WKS-TOT-CASES  TO DTL-NUM-2
              PERFORM WRITE-DECREASE-FINDING
           END-IF
           IF WKS-TOT-DEATHS < PREV-TOT-DEATHS
              MOVE "TOT-DEATHS DECREASED" TO FP-CHECK
              MOVE PREV-TOT-DEATHS TO DTL-NUM-1
              MOVE WKS-TOT-DEATHS  TO DTL-NUM-2
              PERFORM WRITE-DECREASE-FINDING
           END-IF
           IF WKS-TOT-RECOV < PREV-TOT-RECOV
              MOVE "TOT-RECOV DECREASED" TO FP-CHECK
              MOVE PREV-TOT-RECOV TO DTL-NUM-1
              MOVE WKS-TOT-RECOV  TO DTL-NUM-2
              PERFORM WRITE-DECREASE-FINDING
           END-IF.
      *
      *
      *****************************************************************
      *        The week's summed NEW cases against the change in the
      *        week-end total - the daily tolerance allowed once per
      *        snapshot day in the week.
      *****************************************************************
       CHECK-WEEK-NEW-VS-DELTA.
           COMPUTE DELTA-WORK = WKS-TOT-CASES - PREV-TOT-CASES
           COMPUTE DIFF-WORK = WKS-NEW-CASES - DELTA-WORK
           IF DIFF-WORK < 0
              COMPUTE DIFF-WORK = 0 - DIFF-WORK
           END-IF
           COMPUTE ALLOWED-WORK = DELTA-TOLERANCE * WKS-DAY-COUNT
           IF DIFF-WORK > ALLOWED-WORK
              MOVE "WARNING" TO FP-SEVERITY
              MOVE "NEW VS DELTA"        TO FP-CHECK
              MOVE WKS-NEW-CASES TO DTL-NUM-1
              MOVE DELTA-WORK    TO DTL-NUM-2
              MOVE SPACE TO FP-DETAIL
              STRING WKS-ISO-WEEK " NEW CASES" DTL-NUM-1
                 " BUT TOT-CASES MOVED" DTL-NUM-2
                 DELIMITED BY SIZE INTO FP-DETAIL
              END-STRING
              PERFORM WRITE-FINDING
           END-IF.
      *
      *
      *****************************************************************
      *        Close out one country - a series whose newest row is
      *        further behind the run date than STALE-DAYS has gone
      *        quiet while the feed kept running.
      *
      *
       WRITE-FINDING.
           MOVE CURR-COUNTRY-CODE TO FP-CODE
           PERFORM WRITE-FINDING-LINE.
      *
      *
           MOVE "MSTSWEEP CONTROL TOTALS" TO SWP-RPT-LINE
           WRITE SWP-RPT-LINE END-WRITE
      *
           IF WEEKLY-SOURCE
              MOVE "WEEKS READ FROM CNTRYWK"  TO SP-LABEL
           ELSE
              MOVE "ROWS READ FROM CNTRYMS"   TO SP-LABEL
           END-IF
           MOVE COUNT-ROWS                   TO SP-VALUE
           MOVE SUMMARY-PRINT TO SWP-RPT-LINE
           WRITE SWP-RPT-LINE END-WRITE
