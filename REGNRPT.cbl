      *                            under an UNASSIGNED break, the
      *                            same way COVID lists unknown codes
      *                            rather than dropping them.
      * 15/10/2026 DAVID QUINTERO  Optional REGNPARM card
      *                            SOURCE=WEEKLY builds the rollup off
      *                            the country/ISO-week summary master
      *                            (CNTRYWK) instead of the full daily
      *                            history - NEW figures summed across
      *                            the weeks, cumulative totals from
      *                            each country's latest week - for a
      *                            much shorter pass to the same
      *                            figures.  Without the card the run
      *                            is as before.
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
           SELECT POP-REF-FILE ASSIGN  TO CNTRYREF
               FILE STATUS IS POP-REF-STATUS.
           SELECT REGN-RPT-FILE ASSIGN TO REGNRPT.
           SELECT REGN-PARM-FILE ASSIGN TO REGNPARM
               FILE STATUS IS REGN-PARM-STATUS.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        Country/ISO-week summary master, maintained by CNTRYLD
      *        and CNTRYWKS - see CNTRYWK.cpy.  Keyed country code +
      *        ISO week, so the last row per country is its latest
      *        week.
      *****************************************************************
       FD  WEEK-SUMMARY-FILE
           RECORD CONTAINS 240 CHARACTERS.
       COPY CNTRYWK.
      *****************************************************************
      *        Country population reference file - the same layout
      *        COVID declares, including the region/continent code.
      *****************************************************************
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REGN-RPT-LINE PIC X(132).
      *****************************************************************
      *        Optional run control - SOURCE=WEEKLY reads CNTRYWK.
      *****************************************************************
       FD  REGN-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD        PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS    PIC XX VALUE SPACE.
       01  POP-REF-STATUS   PIC XX VALUE SPACE.
       01  WEEK-SUMMARY-STATUS PIC XX VALUE SPACE.
       01  REGN-PARM-STATUS PIC XX VALUE SPACE.
       01  REGN-PARM-EOF-SW PIC X VALUE 'N'.
           88 REGN-PARM-EOF     VALUE 'Y'.
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
       01  SOURCE-SW        PIC X VALUE 'D'.
           88 DAILY-SOURCE      VALUE 'D'.
           88 WEEKLY-SOURCE     VALUE 'W'.
       01  MASTER-EOF-SW    PIC X VALUE 'N'.
           88 MASTER-EOF        VALUE 'Y'.
       01  POP-REF-EOF-SW   PIC X VALUE 'N'.
       01  CAG-SUB          PIC 9(06) COMP-4 VALUE 0.
      *
       01  CURR-COUNTRY-CODE PIC X(03) VALUE SPACE.
       01  CURR-COUNTRY-NAME PIC X(50) VALUE SPACE.
      *
      *****************************************************************
      *        Region rollup totals - one entry per region seen, each
      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM LOAD-REGN-PARMS
           PERFORM LOAD-POPULATION-REF
           PERFORM OPEN-FILES
           IF WEEKLY-SOURCE
              PERFORM READ-WEEK-SUMMARY UNTIL MASTER-EOF
           ELSE
              PERFORM READ-MASTER-HISTORY UNTIL MASTER-EOF
           END-IF
      *****************************************************************
      *            Roll every country into its region, then sequence
      *            and print the control-break body and the ranking.
      *
           GOBACK.
      *
      *
       LOAD-REGN-PARMS.
           OPEN INPUT REGN-PARM-FILE
           IF REGN-PARM-STATUS = "00"
              PERFORM LOAD-REGN-PARM-CARD UNTIL REGN-PARM-EOF
              CLOSE REGN-PARM-FILE
           END-IF.
      *
      *
       LOAD-REGN-PARM-CARD.
           READ REGN-PARM-FILE
                AT END
                  SET REGN-PARM-EOF TO TRUE
                NOT AT END
                  IF PARM-CARD (1:1) NOT = "*" AND PARM-CARD NOT = SPACE
                     MOVE SPACE TO PARM-KEYWORD
                     MOVE SPACE TO PARM-VALUE
                     UNSTRING PARM-CARD
                         DELIMITED BY "="
                         INTO PARM-KEYWORD PARM-VALUE
                     END-UNSTRING
                     PERFORM APPLY-REGN-PARM
                  END-IF
           END-READ.
      *
      *
       APPLY-REGN-PARM.
           EVALUATE PARM-KEYWORD
              WHEN "SOURCE"
                 EVALUATE PARM-VALUE
                    WHEN "WEEKLY"
                       SET WEEKLY-SOURCE TO TRUE
                    WHEN "DAILY"
                       SET DAILY-SOURCE TO TRUE
                    WHEN OTHER
                       DISPLAY "REGNPARM CARD IGNORED: " PARM-CARD
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY "REGNPARM CARD IGNORED: " PARM-CARD
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
           OPEN OUTPUT REGN-RPT-FILE.
      *
      *
       CLOSE-FILES.
           IF WEEKLY-SOURCE
              CLOSE WEEK-SUMMARY-FILE
           ELSE
              CLOSE MASTER-FILE
           END-IF
           CLOSE REGN-RPT-FILE.
      *
      *
                NOT AT END
                  IF MST-COUNTRY-CODE NOT = CURR-COUNTRY-CODE
                     MOVE MST-COUNTRY-CODE TO CURR-COUNTRY-CODE
                     MOVE MST-COUNTRY-NAME TO CURR-COUNTRY-NAME
                     PERFORM START-COUNTRY-AGG
                  END-IF
                  ADD MST-NEW-CASES  TO CAG-NEW-CASES  (CAG-COUNT)
                  MOVE MST-TOT-RECOV  TO CAG-TOT-RECOV  (CAG-COUNT)
           END-READ.
      *
      *
      *****************************************************************
      *        The summary master reads back in country code + ISO
      *        week order - the weeks' NEW figures accumulate and
      *        the latest week's totals are left in place, the same
      *        as the daily pass.
      *****************************************************************
       READ-WEEK-SUMMARY.
           READ WEEK-SUMMARY-FILE
                AT END
                  SET MASTER-EOF TO TRUE
                NOT AT END
                  IF WKS-COUNTRY-CODE NOT = CURR-COUNTRY-CODE
                     MOVE WKS-COUNTRY-CODE TO CURR-COUNTRY-CODE
                     MOVE WKS-COUNTRY-NAME TO CURR-COUNTRY-NAME
                     PERFORM START-COUNTRY-AGG
                  END-IF
                  ADD WKS-NEW-CASES  TO CAG-NEW-CASES  (CAG-COUNT)
                  ADD WKS-NEW-DEATHS TO CAG-NEW-DEATHS (CAG-COUNT)
                  ADD WKS-NEW-RECOV  TO CAG-NEW-RECOV  (CAG-COUNT)
                  MOVE WKS-TOT-CASES  TO CAG-TOT-CASES  (CAG-COUNT)
                  MOVE WKS-TOT-DEATHS TO CAG-TOT-DEATHS (CAG-COUNT)
                  MOVE WKS-TOT-RECOV  TO CAG-TOT-RECOV  (CAG-COUNT)
           END-READ.
      *
      *
       START-COUNTRY-AGG.
           IF CAG-COUNT >= CAG-MAX-ENTRIES
              STOP RUN
           END-IF
           ADD 1 TO CAG-COUNT
           MOVE CURR-COUNTRY-CODE TO CAG-COUNTRY-CODE (CAG-COUNT)
           MOVE CURR-COUNTRY-NAME TO CAG-COUNTRY-NAME (CAG-COUNT)
           MOVE 0 TO CAG-NEW-CASES  (CAG-COUNT)
           MOVE 0 TO CAG-NEW-DEATHS (CAG-COUNT)
           MOVE 0 TO CAG-NEW-RECOV  (CAG-COUNT)
      *
       SEARCH-POPULATION-REF.
           IF REF-SUB <= REF-COUNT
              IF REF-COUNTRY-CODE (REF-SUB) = CURR-COUNTRY-CODE
                 SET REF-FOUND TO TRUE
              END-IF
           END-IF.
      *        region.
      *****************************************************************
       WRITE-ROLLUP-BODY.
           IF WEEKLY-SOURCE
              MOVE "REGIONAL ROLLUP OF THE COUNTRY/ISO-WEEK SUMMARY"
                TO SECTION-TEXT
           ELSE
              MOVE "REGIONAL ROLLUP OF THE COUNTRY/DATE HISTORY"
                TO SECTION-TEXT
           END-IF
           MOVE SECTION-HEADING TO REGN-RPT-LINE
           WRITE REGN-RPT-LINE END-WRITE
      *
