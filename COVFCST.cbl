      *                            report).  Output is the printed
      *                            FCSTRPT plus the FCSTCSV sidecar
      *                            for the BI team to chart.
      * 15/10/2026 DAVID QUINTERO  Optional FCSTPARM card
      *                            SOURCE=WEEKLY runs the forecast off
      *                            the country/ISO-week summary master
      *                            (CNTRYWK) instead of the full daily
      *                            history - the 7-day figures come
      *                            from the last week, the prior 7
      *                            days from the week before and the
      *                            28-day figures from the last four
      *                            weeks, each averaged per snapshot
      *                            day the weeks hold, and a part week
      *                            is scaled to seven days for the
      *                            trend and the projection.  Without
      *                            the card the run is as before.
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
           SELECT FCST-RPT-FILE ASSIGN TO FCSTRPT.
           SELECT FCST-CSV-FILE ASSIGN TO FCSTCSV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FCST-PARM-FILE ASSIGN TO FCSTPARM
               FILE STATUS IS FCST-PARM-STATUS.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FD  MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        Country/ISO-week summary master, maintained by CNTRYLD
      *        and CNTRYWKS - see CNTRYWK.cpy.
      *****************************************************************
       FD  WEEK-SUMMARY-FILE
           RECORD CONTAINS 240 CHARACTERS.
       COPY CNTRYWK.
       FD  FCST-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
      *****************************************************************
       FD  FCST-CSV-FILE.
       01  FCST-CSV-LINE  PIC X(250).
      *****************************************************************
      *        Optional run control - SOURCE=WEEKLY reads CNTRYWK.
      *****************************************************************
       FD  FCST-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD       PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS   PIC XX VALUE SPACE.
       01  MASTER-EOF-SW   PIC X VALUE 'N'.
           88 MASTER-EOF       VALUE 'Y'.
       01  WEEK-SUMMARY-STATUS PIC XX VALUE SPACE.
       01  FCST-PARM-STATUS    PIC XX VALUE SPACE.
       01  FCST-PARM-EOF-SW    PIC X VALUE 'N'.
           88 FCST-PARM-EOF        VALUE 'Y'.
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
      *
      *****************************************************************
      *        Daily history: one series slot per snapshot date, and
      *        the 7/14/28-observation tails are days.  Weekly
      *        summary: one slot per ISO week, so the same tails are
      *        1/2/4 weeks, and each slot carries its day count for
      *        the per-day averages.
      *****************************************************************
       01  SOURCE-SW        PIC X VALUE 'D'.
           88 DAILY-SOURCE       VALUE 'D'.
           88 WEEKLY-SOURCE      VALUE 'W'.
       01  TAIL-SHORT       PIC 9(02) COMP-4 VALUE 7.
       01  TAIL-LONG        PIC 9(02) COMP-4 VALUE 28.
       01  TAIL-HISTORY     PIC 9(02) COMP-4 VALUE 14.
      *
      *****************************************************************
      *        The country series in hand - one slot per snapshot
      *        date (or ISO week), arriving already date-ascending
      *        from the keyed master, plus the country identity the
      *        break is on.
      *****************************************************************
       01  FC-SERIES-TABLE.
           05  FC-SERIES-ENTRY OCCURS 4000 TIMES.
               10  FC-CASES    PIC S9(07) COMP-4.
               10  FC-DEATHS   PIC S9(07) COMP-4.
               10  FC-RECOV    PIC S9(07) COMP-4.
               10  FC-DAYS     PIC 9(02) COMP-4.
       01  FC-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 4000.
       01  FC-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  FC-SUB          PIC 9(06) COMP-4 VALUE 0.
       01  FC-START-SUB    PIC 9(06) COMP-4 VALUE 0.
       01  FC-END-SUB      PIC 9(06) COMP-4 VALUE 0.
      *
       01  CURR-COUNTRY-CODE  PIC X(03) VALUE SPACE.
       01  CURR-COUNTRY-NAME  PIC X(50) VALUE SPACE.
      *        flag compares the last 7-day case average against the
      *        prior 7 days; a swing past the threshold either way is
      *        called out.  The projection is a straight line through
      *        the last two 7-day case totals, floored at zero.  Off
      *        the weekly summary a part week is scaled up to seven
      *        days so it does not read as a fall.
      *****************************************************************
       01  AVG7-CASES      PIC S9(09)V9(02) COMP-4 VALUE 0.
       01  AVG7-DEATHS     PIC S9(09)V9(02) COMP-4 VALUE 0.
              " PROJECTION METHOD: LINEAR TREND OF THE LAST TWO 7-DAY".
           05 FILLER  PIC X(130) VALUE
              "CASE TOTALS, FLOORED AT ZERO".
       01  FCST-BANNER-WEEKLY-2.
           05 FILLER  PIC X(50) VALUE
              " PROJECTION METHOD: LINEAR TREND OF THE LAST TWO".
           05 FILLER  PIC X(50) VALUE
              "ISO-WEEK CASE TOTALS (PART WEEKS SCALED TO 7".
           05 FILLER  PIC X(100) VALUE
              "DAYS), FLOORED AT ZERO".
       01  FCST-BANNER-WEEKLY-3.
           05 FILLER  PIC X(50) VALUE
              " SOURCE: CNTRYWK WEEKLY SUMMARY - 7-DAY = LAST ISO".
           05 FILLER  PIC X(50) VALUE
              "WEEK, PRIOR 7D = WEEK BEFORE, 28-DAY = LAST FOUR".
           05 FILLER  PIC X(100) VALUE
              "ISO WEEKS, AVERAGED PER SNAPSHOT DAY".
      *
       01  FCST-HEADING-1.
           05 FILLER  PIC X(05) VALUE " CODE".
      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM LOAD-FCST-PARMS
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           IF WEEKLY-SOURCE
              PERFORM READ-WEEK-SUMMARY UNTIL MASTER-EOF
           ELSE
              PERFORM READ-MASTER-HISTORY UNTIL MASTER-EOF
           END-IF
      *****************************************************************
      *            The last country's series is still buffered when
      *            the master runs out.
      *
           GOBACK.
      *
      *
       LOAD-FCST-PARMS.
           OPEN INPUT FCST-PARM-FILE
           IF FCST-PARM-STATUS = "00"
              PERFORM LOAD-FCST-PARM-CARD UNTIL FCST-PARM-EOF
              CLOSE FCST-PARM-FILE
           END-IF
           IF WEEKLY-SOURCE
              MOVE 1 TO TAIL-SHORT
              MOVE 4 TO TAIL-LONG
              MOVE 2 TO TAIL-HISTORY
           END-IF.
      *
      *
       LOAD-FCST-PARM-CARD.
           READ FCST-PARM-FILE
                AT END
                  SET FCST-PARM-EOF TO TRUE
                NOT AT END
                  IF PARM-CARD (1:1) NOT = "*" AND PARM-CARD NOT = SPACE
                     MOVE SPACE TO PARM-KEYWORD
                     MOVE SPACE TO PARM-VALUE
                     UNSTRING PARM-CARD
                         DELIMITED BY "="
                         INTO PARM-KEYWORD PARM-VALUE
                     END-UNSTRING
                     PERFORM APPLY-FCST-PARM
                  END-IF
           END-READ.
      *
      *
       APPLY-FCST-PARM.
           EVALUATE PARM-KEYWORD
              WHEN "SOURCE"
                 EVALUATE PARM-VALUE
                    WHEN "WEEKLY"
                       SET WEEKLY-SOURCE TO TRUE
                    WHEN "DAILY"
                       SET DAILY-SOURCE TO TRUE
                    WHEN OTHER
                       DISPLAY "FCSTPARM CARD IGNORED: " PARM-CARD
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY "FCSTPARM CARD IGNORED: " PARM-CARD
           END-EVALUATE.
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
           OPEN OUTPUT FCST-RPT-FILE
           OPEN OUTPUT FCST-CSV-FILE.
      *
      *
       CLOSE-FILES.
           IF WEEKLY-SOURCE
              CLOSE WEEK-SUMMARY-FILE
           ELSE
              CLOSE MASTER-FILE
           END-IF
           CLOSE FCST-RPT-FILE
           CLOSE FCST-CSV-FILE.
      *
       WRITE-REPORT-HEADER.
           MOVE FCST-BANNER-1 TO FCST-RPT-LINE
           WRITE FCST-RPT-LINE END-WRITE
           IF WEEKLY-SOURCE
              MOVE FCST-BANNER-WEEKLY-2 TO FCST-RPT-LINE
              WRITE FCST-RPT-LINE END-WRITE
              MOVE FCST-BANNER-WEEKLY-3 TO FCST-RPT-LINE
              WRITE FCST-RPT-LINE END-WRITE
           ELSE
              MOVE FCST-BANNER-2 TO FCST-RPT-LINE
              WRITE FCST-RPT-LINE END-WRITE
           END-IF
           MOVE DECO-LINE TO FCST-RPT-LINE
           WRITE FCST-RPT-LINE END-WRITE
           MOVE FCST-HEADING-1 TO FCST-RPT-LINE
                  MOVE MST-NEW-CASES  TO FC-CASES  (FC-COUNT)
                  MOVE MST-NEW-DEATHS TO FC-DEATHS (FC-COUNT)
                  MOVE MST-NEW-RECOV  TO FC-RECOV  (FC-COUNT)
                  MOVE 1              TO FC-DAYS   (FC-COUNT)
                  MOVE MST-TIMESPAN-YMD TO CURR-LAST-DATE
           END-READ.
      *
      *
      *****************************************************************
      *        The summary master reads back in country code + ISO
      *        week order - one series slot per week, carrying the
      *        week's summed NEW figures and its day count.
      *****************************************************************
       READ-WEEK-SUMMARY.
           READ WEEK-SUMMARY-FILE
                AT END
                  SET MASTER-EOF TO TRUE
                NOT AT END
                  IF WKS-COUNTRY-CODE NOT = CURR-COUNTRY-CODE
                     IF FC-COUNT > 0
                        PERFORM FORECAST-COUNTRY
                     END-IF
                     MOVE WKS-COUNTRY-CODE TO CURR-COUNTRY-CODE
                     MOVE WKS-COUNTRY-NAME TO CURR-COUNTRY-NAME
                     MOVE 0 TO FC-COUNT
                  END-IF
                  IF FC-COUNT >= FC-MAX-ENTRIES
                     DISPLAY "FC-SERIES-TABLE CAPACITY EXCEEDED - "
                        "RUN ABENDING"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO FC-COUNT
                  MOVE WKS-NEW-CASES  TO FC-CASES  (FC-COUNT)
                  MOVE WKS-NEW-DEATHS TO FC-DEATHS (FC-COUNT)
                  MOVE WKS-NEW-RECOV  TO FC-RECOV  (FC-COUNT)
                  MOVE WKS-DAY-COUNT  TO FC-DAYS   (FC-COUNT)
                  MOVE WKS-LAST-DATE  TO CURR-LAST-DATE
           END-READ.
      *
      *
      *****************************************************************
      *        Close out one country: moving averages over the tail
      *        of the series (shorter series average over what there
      *        is), the acceleration flag, and the four-week
           PERFORM WRITE-FORECAST-CSV.
      *
      *
      *****************************************************************
      *        Each tail runs back TAIL-SHORT or TAIL-LONG slots from
      *        the end (all of a shorter series) and averages over
      *        the snapshot days those slots hold - for the daily
      *        history, one a slot.
      *****************************************************************
       SUM-CASES-TAIL-7.
           PERFORM SET-SHORT-TAIL
           PERFORM ADD-CASES-TO-SUM
              VARYING FC-SUB FROM FC-START-SUB BY 1
                 UNTIL FC-SUB > FC-COUNT
           COMPUTE LAST7-TOTAL ROUNDED = SUM-WORK * 7 / SPAN-WORK
           COMPUTE AVG7-CASES ROUNDED = SUM-WORK / SPAN-WORK.
      *
      *
      *****************************************************************
      *        The TAIL-SHORT slots before the last TAIL-SHORT (days 8
      *        through 14 back, or the week before last); zero (and a
      *        zero average) when the series is too short.
      *****************************************************************
       SUM-CASES-PRIOR-7.
           MOVE 0 TO SUM-WORK
           MOVE 0 TO SPAN-WORK
           MOVE 0 TO PRIOR7-TOTAL
           MOVE 0 TO PRIOR7-CASES
           IF FC-COUNT >= TAIL-HISTORY
              COMPUTE FC-START-SUB = FC-COUNT - TAIL-HISTORY + 1
              COMPUTE FC-END-SUB = FC-COUNT - TAIL-SHORT
              PERFORM ADD-CASES-TO-SUM
                 VARYING FC-SUB FROM FC-START-SUB BY 1
                    UNTIL FC-SUB > FC-END-SUB
              COMPUTE PRIOR7-TOTAL ROUNDED = SUM-WORK * 7 / SPAN-WORK
              COMPUTE PRIOR7-CASES ROUNDED = SUM-WORK / SPAN-WORK
           END-IF.
      *
      *
       SUM-CASES-TAIL-28.
           PERFORM SET-LONG-TAIL
           PERFORM ADD-CASES-TO-SUM
              VARYING FC-SUB FROM FC-START-SUB BY 1
                 UNTIL FC-SUB > FC-COUNT
      *
      *
       SUM-DEATHS-TAIL-7.
           PERFORM SET-SHORT-TAIL
           PERFORM ADD-DEATHS-TO-SUM
              VARYING FC-SUB FROM FC-START-SUB BY 1
                 UNTIL FC-SUB > FC-COUNT
      *
      *
       SUM-RECOV-TAIL-7.
           PERFORM SET-SHORT-TAIL
           PERFORM ADD-RECOV-TO-SUM
              VARYING FC-SUB FROM FC-START-SUB BY 1
                 UNTIL FC-SUB > FC-COUNT
      *
      *
       SUM-DEATHS-TAIL-28.
           PERFORM SET-LONG-TAIL
           PERFORM ADD-DEATHS-TO-SUM
              VARYING FC-SUB FROM FC-START-SUB BY 1
                 UNTIL FC-SUB > FC-COUNT
      *
      *
       SUM-RECOV-TAIL-28.
           PERFORM SET-LONG-TAIL
           PERFORM ADD-RECOV-TO-SUM
              VARYING FC-SUB FROM FC-START-SUB BY 1
                 UNTIL FC-SUB > FC-COUNT
           COMPUTE AVG28-RECOV ROUNDED = SUM-WORK / SPAN-WORK.
      *
      *
       SET-SHORT-TAIL.
           MOVE 0 TO SUM-WORK
           MOVE 0 TO SPAN-WORK
           IF FC-COUNT > TAIL-SHORT
              COMPUTE FC-START-SUB = FC-COUNT - TAIL-SHORT + 1
           ELSE
              MOVE 1 TO FC-START-SUB
           END-IF.
      *
      *
       SET-LONG-TAIL.
           MOVE 0 TO SUM-WORK
           MOVE 0 TO SPAN-WORK
           IF FC-COUNT > TAIL-LONG
              COMPUTE FC-START-SUB = FC-COUNT - TAIL-LONG + 1
           ELSE
              MOVE 1 TO FC-START-SUB
           END-IF.
      *
      *
       ADD-CASES-TO-SUM.
           ADD FC-CASES (FC-SUB) TO SUM-WORK
           ADD FC-DAYS  (FC-SUB) TO SPAN-WORK.
      *
      *
       ADD-DEATHS-TO-SUM.
           ADD FC-DEATHS (FC-SUB) TO SUM-WORK
           ADD FC-DAYS   (FC-SUB) TO SPAN-WORK.
      *
      *
       ADD-RECOV-TO-SUM.
           ADD FC-RECOV (FC-SUB) TO SUM-WORK
           ADD FC-DAYS  (FC-SUB) TO SPAN-WORK.
      *
      *
      *****************************************************************
      *        is nothing to compare against.
      *****************************************************************
       SET-TREND-FLAG.
           IF FC-COUNT < TAIL-HISTORY
              MOVE "NO-HISTORY"   TO TREND-FLAG
           ELSE
              IF PRIOR7-TOTAL = 0
      *        floored at zero once a downtrend crosses it.
      *****************************************************************
       SET-PROJECTIONS.
           IF FC-COUNT < TAIL-HISTORY
              PERFORM CLEAR-ONE-PROJECTION
                 VARYING PROJ-SUB FROM 1 BY 1 UNTIL PROJ-SUB > 4
           ELSE
