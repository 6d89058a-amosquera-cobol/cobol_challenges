      *                            declared layout stays the one true
      *                            picture of the file; nothing in
      *                            this program reads it
      * 15/10/2026 DAVID QUINTERO  RUNPARM CLAIMSRC= card belongs to
      *                            UNEMPCLM and COVCLAIM and is
      *                            passed over here without comment,
      *                            the way RUNDATE= is
      * 15/10/2026 DAVID QUINTERO  RUNPARM MINCELL= card (UNEMPCLM's
      *                            small-cell minimum) is passed over
      *                            here without comment as well
      * 15/10/2026 DAVID QUINTERO  RUNPARM MODE=WEEKLY reports from
      *                            the country/ISO-week summary master
      *                            (CNTRYWK) - one row per country per
      *                            week, dated on the week's last
      *                            snapshot, carrying the week's summed
      *                            NEW figures and week-end totals, so
      *                            the WOW column is a true week on
      *                            week change; FROM=/TO= test that
      *                            last snapshot date.  The INTFC file
      *                            a weekly run writes carries the
      *                            weekly rows, so COVCLAIM's daily
      *                            correlation wants a FULL or
      *                            INCREMENTAL run ahead of it
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
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        Country/ISO-week summary master, maintained by CNTRYLD
      *        and CNTRYWKS and read back here when the run is in
      *        weekly mode - see CNTRYWK.cpy.
      *****************************************************************
       FD  WEEK-SUMMARY-FILE
           RECORD CONTAINS 240 CHARACTERS.
       COPY CNTRYWK.
      *****************************************************************
      *        Downstream interface file of the accepted, corrected
      *        rows, with run-handshake header and trailer - see
      *        INTFC.cpy.
       01  RUN-MODE-SW      PIC X VALUE 'F'.
           88 FULL-MODE          VALUE 'F'.
           88 INCREMENTAL-MODE   VALUE 'I'.
           88 WEEKLY-MODE        VALUE 'W'.
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
      *
           05 PEP-TO        PIC X(10).
      *
       01  MASTER-STATUS    PIC XX VALUE SPACE.
       01  WEEK-SUMMARY-STATUS PIC XX VALUE SPACE.
      *
      *****************************************************************
      *        Today's date for the interface-file run handshake.
           PERFORM OPEN-FILES
      *****************************************************************
      *            Incremental mode reports from the CNTRYMS history
      *            master CNTRYLD maintains, weekly mode from its
      *            CNTRYWK weekly summary; a full run rebuilds the
      *            history from the CONTXT extract as before.
      *****************************************************************
           IF INCREMENTAL-MODE
              PERFORM LOAD-MASTER-HISTORY UNTIL EOF
           END-IF
           IF WEEKLY-MODE
              PERFORM LOAD-WEEK-HISTORY UNTIL EOF
           END-IF
           IF FULL-MODE
      *****************************************************************
      *            Reads header of CSV file and ignores it.
      *****************************************************************
       OPEN-FILES.
      *****************************************************************
      *            The restart/checkpoint machinery only applies to a
      *            full CONTXT run - an incremental or weekly run reads
      *            its whole history back from a keyed master in one
      *            pass, so there is nothing worth checkpointing.
      *****************************************************************
           IF INCREMENTAL-MODE
              OPEN INPUT MASTER-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WEEKLY-MODE
              OPEN INPUT WEEK-SUMMARY-FILE
              IF WEEK-SUMMARY-STATUS NOT = "00"
                 DISPLAY "CNTRYWK SUMMARY OPEN FAILED, STATUS "
                    WEEK-SUMMARY-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF FULL-MODE
              OPEN INPUT RESTART-FILE
              IF RESTART-STATUS = "00"
                 PERFORM LOAD-CHECKPOINT
           CLOSE OUTFILE
           CLOSE REJECT-FILE
           CLOSE INTERFACE-FILE
           EVALUATE TRUE
              WHEN INCREMENTAL-MODE
                 CLOSE MASTER-FILE
              WHEN WEEKLY-MODE
                 CLOSE WEEK-SUMMARY-FILE
              WHEN OTHER
                 CLOSE INFILE
           END-EVALUATE
           CLOSE CSV-FILE
           CLOSE AUDIT-FILE
           CLOSE CORR-LOG-FILE
       APPLY-RUN-PARM.
           EVALUATE PARM-KEYWORD
              WHEN "MODE"
                 EVALUATE PARM-VALUE
                    WHEN "INCREMENTAL"
                       SET INCREMENTAL-MODE TO TRUE
                    WHEN "WEEKLY"
                       SET WEEKLY-MODE TO TRUE
                    WHEN OTHER
                       SET FULL-MODE TO TRUE
                 END-EVALUATE
              WHEN "FROM"
                 MOVE PARM-VALUE (1:10) TO WINDOW-FROM-DATE
              WHEN "TO"
                 MOVE PARM-VALUE (1:10) TO WINDOW-TO-DATE
              WHEN "RUNDATE"
              WHEN "CLAIMSRC"
              WHEN "MINCELL"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "RUNPARM CARD IGNORED: " PARM-CARD
      *
      *
       WRITE-PARM-ECHO.
           EVALUATE TRUE
              WHEN INCREMENTAL-MODE
                 MOVE "INCREMENTAL" TO PEP-MODE
              WHEN WEEKLY-MODE
                 MOVE "WEEKLY"      TO PEP-MODE
              WHEN OTHER
                 MOVE "FULL"        TO PEP-MODE
           END-EVALUATE
           IF WINDOW-FROM-DATE = SPACE
              MOVE "(NONE)"          TO PEP-FROM
           ELSE
           ADD MST-NEW-RECOV  TO CONTROL-HASH-TOTAL
           ADD MST-TOT-RECOV  TO CONTROL-HASH-TOTAL.
      *
      *
      *****************************************************************
      *        Weekly mode - restock COUNTRY-TABLE from the summary
      *        master instead, one entry per country per ISO week,
      *        dated and stamped on the week's last snapshot; the
      *        summary is built from CNTRYMS rows that already passed
      *        CNTRYLD's validation and correction pass.
      *****************************************************************
       LOAD-WEEK-HISTORY.
           READ WEEK-SUMMARY-FILE
                AT END
                  SET EOF TO TRUE
                NOT AT END
                  ADD 1 TO RECORDS-READ
                  MOVE WKS-LAST-DATE TO WINDOW-TEST-DATE
                  PERFORM CHECK-DATE-WINDOW
                  IF ROW-IN-WINDOW
                     PERFORM STORE-WEEK-ROW
                  END-IF
           END-READ.
      *
      *
       STORE-WEEK-ROW.
           IF CT-COUNT >= CT-MAX-ENTRIES
              DISPLAY "COUNTRY-TABLE CAPACITY EXCEEDED - "
                 "RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO CT-COUNT
           MOVE WKS-COUNTRY-NAME  TO CT-COUNTRY-NAME (CT-COUNT)
           MOVE WKS-COUNTRY-CODE  TO CT-COUNTRY-CODE (CT-COUNT)
           MOVE WKS-SLUG          TO CT-SLUG         (CT-COUNT)
           MOVE WKS-LAST-TIMESPAN TO CT-TIMESPAN     (CT-COUNT)
           MOVE WKS-LAST-DATE     TO CT-TIMESPAN-YMD (CT-COUNT)
           MOVE WKS-NEW-CASES     TO CT-NEW-CASES    (CT-COUNT)
           MOVE WKS-TOT-CASES     TO CT-TOT-CASES    (CT-COUNT)
           MOVE WKS-NEW-DEATHS    TO CT-NEW-DEATHS   (CT-COUNT)
           MOVE WKS-TOT-DEATHS    TO CT-TOT-DEATHS   (CT-COUNT)
           MOVE WKS-NEW-RECOV     TO CT-NEW-RECOV    (CT-COUNT)
           MOVE WKS-TOT-RECOV     TO CT-TOT-RECOV    (CT-COUNT)
           ADD WKS-NEW-CASES  TO NEW-CASES  OF GLOBAL-TOTALS
           ADD WKS-TOT-CASES  TO TOT-CASES  OF GLOBAL-TOTALS
           ADD WKS-NEW-DEATHS TO NEW-DEATHS OF GLOBAL-TOTALS
           ADD WKS-TOT-DEATHS TO TOT-DEATHS OF GLOBAL-TOTALS
           ADD WKS-NEW-RECOV  TO NEW-RECOV  OF GLOBAL-TOTALS
           ADD WKS-TOT-RECOV  TO TOT-RECOV  OF GLOBAL-TOTALS
           ADD WKS-NEW-CASES  TO CONTROL-HASH-TOTAL
           ADD WKS-TOT-CASES  TO CONTROL-HASH-TOTAL
           ADD WKS-NEW-DEATHS TO CONTROL-HASH-TOTAL
           ADD WKS-TOT-DEATHS TO CONTROL-HASH-TOTAL
           ADD WKS-NEW-RECOV  TO CONTROL-HASH-TOTAL
           ADD WKS-TOT-RECOV  TO CONTROL-HASH-TOTAL.
      *
      *
       WRITE-MAIN-BODY.
           PERFORM SORT-MAIN-BODY
