      *                            list every version a country/date
      *                            has held.  Inserts and unchanged
      *                            resends write nothing there.
      * 15/10/2026 DAVID QUINTERO  Inserts are now logged as well -
      *                            every key this run adds to the
      *                            master is appended to the CNTRYIL
      *                            insert log with the load date, so
      *                            CNTRYBKO can back a bad load out
      *                            (delete what it inserted, put back
      *                            the CNTRYRV images of what it
      *                            replaced) without restoring the
      *                            whole master from backup.
      * 15/10/2026 DAVID QUINTERO  Every row written to the master is
      *                            now stamped with its provenance -
      *                            source feed CONTXT, the CONSOLID
      *                            generation it was taken from (the
      *                            GENn tag CONSOLID leaves after the
      *                            timestamp, 0 when untagged), this
      *                            run's load date, and whether a
      *                            CORRXN remap was applied or the row
      *                            is a REJRECYC repair (REPAIRED
      *                            tag).  A resend whose figures are
      *                            unchanged keeps its existing stamp.
      * 15/10/2026 DAVID QUINTERO  Also maintains the country/ISO-week
      *                            summary master (CNTRYWK, see
      *                            CNTRYWK.cpy) - every week this run
      *                            inserted or replaced a row in is
      *                            re-summed from CNTRYMS after the
      *                            delta is applied and added to or
      *                            rewritten on CNTRYWK, so the weekly
      *                            readers never see a week older than
      *                            the last load.  Weeks the delta did
      *                            not touch are left alone; the load
      *                            report gains the summary counts.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT INFILE       ASSIGN  TO CONTXT.
           SELECT MASTER-FILE  ASSIGN  TO CNTRYMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MST-KEY
               FILE STATUS  IS MASTER-STATUS.
           SELECT WEEK-SUMMARY-FILE ASSIGN TO CNTRYWK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS WKS-KEY
               FILE STATUS  IS WEEK-SUMMARY-STATUS.
           SELECT LOAD-RPT-FILE ASSIGN TO LOADRPT.
           SELECT CORRECTION-FILE ASSIGN  TO CORRXN
               FILE STATUS IS CORRECTION-STATUS.
           SELECT REVISION-FILE ASSIGN TO CNTRYRV
               FILE STATUS IS REVISION-STATUS.
           SELECT INSERT-LOG-FILE ASSIGN TO CNTRYIL
               FILE STATUS IS INSERT-LOG-STATUS.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FD  MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        Country/ISO-week summary master, keyed on country code
      *        + ISO week - see CNTRYWK.cpy.
      *****************************************************************
       FD  WEEK-SUMMARY-FILE
           RECORD CONTAINS 240 CHARACTERS.
       COPY CNTRYWK.
       FD  LOAD-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REVISION-RECORD.
           05 RV-LOAD-DATE     PIC X(10).
           05 RV-MASTER-IMAGE  PIC X(180).
      *****************************************************************
      *        Insert log - the key of every row a run adds to the
      *        master, with that run's load date, accumulating
      *        across runs the same way CNTRYRV does.  Between them
      *        the two files record everything a given load did.
      *****************************************************************
       FD  INSERT-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  INSERT-LOG-RECORD.
           05 IL-LOAD-DATE     PIC X(10).
           05 IL-MASTER-KEY    PIC X(13).
           05 FILLER           PIC X(17).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS  PIC X VALUE SPACE.
      *
       01  MASTER-STATUS   PIC XX VALUE SPACE.
       01  REVISION-STATUS PIC XX VALUE SPACE.
       01  INSERT-LOG-STATUS PIC XX VALUE SPACE.
       01  WEEK-SUMMARY-STATUS PIC XX VALUE SPACE.
      *
      *****************************************************************
      *        Today's date in YYYY-MM-DD form - stamped on each
           05 RDW-YYYY      PIC 9(04).
           05 RDW-MM        PIC 9(02).
           05 RDW-DD        PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE-WORK PIC 9(08).
       01  RUN-DATE-YMD     PIC X(10) VALUE SPACE.
      *
       01  PTR-NAME     PIC 999 VALUE 2.
       01  COUNT-NAME   PIC 999 VALUE 0.
      *
      *****************************************************************
      *        Provenance tags - optional trailing columns after the
      *        timestamp, left by CONSOLID (GEN1, GEN2, GEN3 - the
      *        generation the row was kept from) and REJRECYC
      *        (REPAIRED).  Rows with no tags are as delivered.
      *****************************************************************
       01  ROW-TAG-TABLE.
           05 ROW-TAG          PIC X(10) OCCURS 3 TIMES.
       01  TAG-SUB             PIC 9(02) COMP-4 VALUE 0.
       01  ROW-SOURCE-GEN      PIC X(01) VALUE '0'.
       01  ROW-REPAIRED-SW     PIC X(01) VALUE 'N'.
           88 ROW-IS-REPAIRED       VALUE 'Y'.
      *
      *****************************************************************
      *        CONTXT row validation - the same checks COVID applies
      *        in VALIDATE-COUNTRY-ROW, so a row COVID would reject
      *        never lands on the master.
       01  COUNT-UNCHANGED  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-CORRECTED  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REVISIONED PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-INS-LOGGED PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-ADDED     PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-UPDATED   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-UNCHANGED PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-NO-WEEK         PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Summary weeks touched by this run - one entry per
      *        country/ISO week that had a row inserted or replaced,
      *        re-summed from the master once the whole delta is on.
      *        An extract arrives in country/date order, so the week
      *        in hand is nearly always the last one noted.
      *****************************************************************
       01  TOUCHED-WEEK-TABLE.
           05  TOUCHED-WEEK-ENTRY OCCURS 50000 TIMES.
               10  TW-COUNTRY-CODE  PIC X(03).
               10  TW-ISO-WEEK      PIC X(08).
               10  TW-WEEK-START    PIC X(10).
               10  TW-WEEK-END      PIC X(10).
       01  TW-MAX-ENTRIES       PIC 9(06) COMP-4 VALUE 50000.
       01  TW-COUNT             PIC 9(06) COMP-4 VALUE 0.
       01  TW-SUB               PIC 9(06) COMP-4 VALUE 0.
       01  TW-FOUND-SW          PIC X VALUE 'N'.
           88 TW-FOUND              VALUE 'Y'.
           88 TW-NOT-FOUND          VALUE 'N'.
       01  WEEK-ROWS-SW         PIC X VALUE 'N'.
           88 WEEK-ROWS-DONE        VALUE 'Y'.
           88 WEEK-ROWS-NOT-DONE    VALUE 'N'.
       01  WEEK-DATE-SW         PIC X VALUE 'N'.
           88 WEEK-DATE-OK          VALUE 'Y'.
           88 WEEK-DATE-BAD         VALUE 'N'.
      *
      *****************************************************************
      *        Serial-day conversion work - the same epoch and leap
      *        rule MSTSWEEP uses, plus the reverse conversion and
      *        the ISO week a date falls in.
      *****************************************************************
       01  CONV-DATE-X.
           05 CNV-YYYY      PIC 9(04).
           05 FILLER        PIC X(01).
           05 CNV-MM        PIC 9(02).
           05 FILLER        PIC X(01).
           05 CNV-DD        PIC 9(02).
       01  CONV-SERIAL      PIC S9(09) COMP-4 VALUE 0.
       01  CNV-PRIOR-YEARS  PIC S9(09) COMP-4 VALUE 0.
       01  CNV-LEAPS-4      PIC S9(09) COMP-4 VALUE 0.
       01  CNV-LEAPS-100    PIC S9(09) COMP-4 VALUE 0.
       01  CNV-LEAPS-400    PIC S9(09) COMP-4 VALUE 0.
       01  CNV-REM          PIC S9(09) COMP-4 VALUE 0.
       01  LEAP-QUOT        PIC 9(05) COMP-4 VALUE 0.
       01  LEAP-REM         PIC 9(05) COMP-4 VALUE 0.
       01  LEAP-SW          PIC X VALUE 'N'.
           88 LEAP-YEAR         VALUE 'Y'.
           88 NOT-LEAP-YEAR     VALUE 'N'.
       01  MONTH-DAYS-INIT.
           05 FILLER PIC X(36) VALUE
              "000031059090120151181212243273304334".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-INIT.
           05 DAYS-BEFORE-MONTH PIC 9(03) OCCURS 12 TIMES.
      *
       01  WEEK-TEST-DATE   PIC X(10) VALUE SPACE.
       01  WEEK-ISO-WEEK.
           05 WIW-YYYY      PIC 9(04).
           05 FILLER        PIC X(02) VALUE "-W".
           05 WIW-WW        PIC 9(02).
       01  WEEK-START-DATE  PIC X(10) VALUE SPACE.
       01  WEEK-END-DATE    PIC X(10) VALUE SPACE.
       01  DAY-SERIAL       PIC S9(09) COMP-4 VALUE 0.
       01  MONDAY-SERIAL    PIC S9(09) COMP-4 VALUE 0.
       01  THURSDAY-SERIAL  PIC S9(09) COMP-4 VALUE 0.
       01  WEEK-QUOT        PIC S9(09) COMP-4 VALUE 0.
       01  WEEK-REM         PIC S9(09) COMP-4 VALUE 0.
       01  ISO-YEAR         PIC 9(04) VALUE 0.
       01  STD-SERIAL       PIC S9(09) COMP-4 VALUE 0.
       01  STD-DOY          PIC S9(09) COMP-4 VALUE 0.
       01  STD-MONTH-BASE   PIC S9(09) COMP-4 VALUE 0.
       01  STD-DATE         PIC X(10) VALUE SPACE.
       01  MONTH-FOUND-SW   PIC X VALUE 'N'.
           88 MONTH-FOUND       VALUE 'Y'.
           88 MONTH-NOT-FOUND   VALUE 'N'.
      *
      *****************************************************************
      *        Correction / override transaction table, loaded once
           05 MWK-TOT-DEATHS       PIC S9(06).
           05 MWK-NEW-RECOV        PIC S9(06).
           05 MWK-TOT-RECOV        PIC S9(06).
           05 MWK-PROVENANCE.
              10 MWK-SOURCE-FEED   PIC X(01).
              10 MWK-SOURCE-GEN    PIC X(01).
              10 MWK-LOAD-DATE     PIC 9(08) COMP-4.
              10 MWK-CORRECTED-SW  PIC X(01).
              10 MWK-REPAIRED-SW   PIC X(01).
              10 MWK-RESTORED-SW   PIC X(01).
      *
      *****************************************************************
      *        Summary-image work area - a touched week is re-summed
      *        here and compared whole (less the refresh date) with
      *        the CNTRYWK row, so only a week that moved is
      *        rewritten.
      *****************************************************************
       01  WEEK-WORK.
           05 WWK-KEY.
              10 WWK-COUNTRY-CODE  PIC X(03).
              10 WWK-ISO-WEEK      PIC X(08).
           05 WWK-COUNTRY-NAME     PIC X(50).
           05 WWK-SLUG             PIC X(50).
           05 WWK-WEEK-START       PIC X(10).
           05 WWK-WEEK-END         PIC X(10).
           05 WWK-FIRST-DATE       PIC X(10).
           05 WWK-LAST-DATE        PIC X(10).
           05 WWK-LAST-TIMESPAN    PIC X(22).
           05 WWK-DAY-COUNT        PIC 9(02).
           05 WWK-NEW-CASES        PIC S9(07).
           05 WWK-NEW-DEATHS       PIC S9(07).
           05 WWK-NEW-RECOV        PIC S9(07).
           05 WWK-TOT-CASES        PIC S9(06).
           05 WWK-TOT-DEATHS       PIC S9(06).
           05 WWK-TOT-RECOV        PIC S9(06).
           05 WWK-REFRESH-DATE     PIC 9(08).
           05 FILLER               PIC X(18).
      *
      *****************************************************************
      *                         Report elements
           PERFORM LOAD-CORRECTIONS
      *****************************************************************
           PERFORM APPLY-EXTRACT-DELTA UNTIL EOF
      *****************************************************************
      *            With the whole delta on the master, re-sum every
      *            week it touched onto the weekly summary.
      *****************************************************************
           PERFORM REFRESH-TOUCHED-WEEK
              VARYING TW-SUB FROM 1 BY 1 UNTIL TW-SUB > TW-COUNT
           PERFORM WRITE-LOAD-REPORT
           PERFORM CLOSE-FILES
      *
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O WEEK-SUMMARY-FILE
           IF WEEK-SUMMARY-STATUS = "35"
              OPEN OUTPUT WEEK-SUMMARY-FILE
              CLOSE WEEK-SUMMARY-FILE
              OPEN I-O WEEK-SUMMARY-FILE
           END-IF
           IF WEEK-SUMMARY-STATUS NOT = "00"
              DISPLAY "CNTRYWK SUMMARY OPEN FAILED, STATUS "
                 WEEK-SUMMARY-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT LOAD-RPT-FILE
      *****************************************************************
      *        The revision file accumulates across runs - EXTEND,
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND INSERT-LOG-FILE
           IF INSERT-LOG-STATUS = "35"
              OPEN OUTPUT INSERT-LOG-FILE
           END-IF
           IF INSERT-LOG-STATUS NOT = "00"
              DISPLAY "CNTRYIL INSERT LOG OPEN FAILED, STATUS "
                 INSERT-LOG-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE SPACE TO RUN-DATE-YMD
           STRING RDW-YYYY "-" RDW-MM "-" RDW-DD
       CLOSE-FILES.
           CLOSE INFILE
           CLOSE MASTER-FILE
           CLOSE WEEK-SUMMARY-FILE
           CLOSE LOAD-RPT-FILE
           CLOSE REVISION-FILE
           CLOSE INSERT-LOG-FILE.
      *
      *
       APPLY-EXTRACT-DELTA.
           INSPECT COUNTRY-CODE OF COUNTRY REPLACING ALL '"' BY SPACE
           INSPECT SLUG OF COUNTRY REPLACING ALL '"' BY SPACE
           INSPECT TIMESPAN OF COUNTRY REPLACING ALL 'Z' BY SPACE,
              ALL '"' BY SPACE, ALL 'T' BY SPACE
      *
           MOVE SPACE TO ROW-TAG-TABLE
           MOVE '0'   TO ROW-SOURCE-GEN
           MOVE 'N'   TO ROW-REPAIRED-SW
           IF COUNT-NAME <= 160
              UNSTRING CSV-LINE
                  DELIMITED BY "," OR ALL SPACE
                  INTO ROW-TAG (1), ROW-TAG (2), ROW-TAG (3)
                  WITH POINTER COUNT-NAME
              END-UNSTRING
              PERFORM EXAMINE-ROW-TAG
                 VARYING TAG-SUB FROM 1 BY 1 UNTIL TAG-SUB > 3
           END-IF.
      *
      *
       BUFFER-TO-COUNTRY-NAME.
      *
           ADD 4 TO COUNT-NAME.
      *
      *
       EXAMINE-ROW-TAG.
           EVALUATE ROW-TAG (TAG-SUB)
              WHEN "GEN1"
                 MOVE '1' TO ROW-SOURCE-GEN
              WHEN "GEN2"
                 MOVE '2' TO ROW-SOURCE-GEN
              WHEN "GEN3"
                 MOVE '3' TO ROW-SOURCE-GEN
              WHEN "REPAIRED"
                 SET ROW-IS-REPAIRED TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      *
       LOAD-CORRECTIONS.
      *****************************************************************
           MOVE NEW-RECOV    OF COUNTRY TO MWK-NEW-RECOV
           MOVE TOT-RECOV    OF COUNTRY TO MWK-TOT-RECOV
      *
           MOVE 'C'            TO MWK-SOURCE-FEED
           MOVE ROW-SOURCE-GEN TO MWK-SOURCE-GEN
           MOVE RUN-DATE-NUM   TO MWK-LOAD-DATE
           MOVE CORR-FOUND-SW  TO MWK-CORRECTED-SW
           MOVE ROW-REPAIRED-SW TO MWK-REPAIRED-SW
           MOVE 'N'            TO MWK-RESTORED-SW
      *
      *****************************************************************
      *        Only the data portion is compared - the provenance
      *        stamp always differs, and an identical resend keeps
      *        the stamp of the load that first brought it in.
      *****************************************************************
           MOVE MWK-KEY TO MST-KEY
           READ MASTER-FILE
           END-READ
           IF MASTER-STATUS = "00"
              IF MASTER-RECORD (1:171) = MASTER-WORK (1:171)
                 ADD 1 TO COUNT-UNCHANGED
              ELSE
      *****************************************************************
                    STOP RUN
                 END-IF
                 ADD 1 TO COUNT-REPLACED
                 PERFORM NOTE-TOUCHED-WEEK
              END-IF
           ELSE
              MOVE MASTER-WORK TO MASTER-RECORD
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-INSERTED
              MOVE SPACE        TO INSERT-LOG-RECORD
              MOVE RUN-DATE-YMD TO IL-LOAD-DATE
              MOVE MWK-KEY      TO IL-MASTER-KEY
              WRITE INSERT-LOG-RECORD
              END-WRITE
              ADD 1 TO COUNT-INS-LOGGED
              PERFORM NOTE-TOUCHED-WEEK
           END-IF.
      *
      *
      *****************************************************************
      *        A row inserted or replaced puts its country/ISO week
      *        on the refresh list, once.  A snapshot date that is
      *        not a real YYYY-MM-DD date has no week to go in and is
      *        only counted.
      *****************************************************************
       NOTE-TOUCHED-WEEK.
           SET TW-NOT-FOUND TO TRUE
           IF TW-COUNT > 0
              IF TW-COUNTRY-CODE (TW-COUNT) = MWK-COUNTRY-CODE AND
                 MWK-TIMESPAN-YMD >= TW-WEEK-START (TW-COUNT) AND
                 MWK-TIMESPAN-YMD <= TW-WEEK-END (TW-COUNT)
                 SET TW-FOUND TO TRUE
              END-IF
           END-IF
           IF TW-NOT-FOUND
              MOVE MWK-TIMESPAN-YMD TO WEEK-TEST-DATE
              PERFORM CHECK-WEEK-DATE
              IF WEEK-DATE-BAD
                 ADD 1 TO COUNT-NO-WEEK
              ELSE
                 PERFORM SET-ISO-WEEK
                 PERFORM SEARCH-TOUCHED-WEEK
                    VARYING TW-SUB FROM 1 BY 1
                       UNTIL TW-SUB > TW-COUNT OR TW-FOUND
                 IF TW-NOT-FOUND
                    PERFORM ADD-TOUCHED-WEEK
                 END-IF
              END-IF
           END-IF.
      *
      *
       SEARCH-TOUCHED-WEEK.
           IF TW-SUB <= TW-COUNT
              IF TW-COUNTRY-CODE (TW-SUB) = MWK-COUNTRY-CODE AND
                 TW-ISO-WEEK (TW-SUB) = WEEK-ISO-WEEK
                 SET TW-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
       ADD-TOUCHED-WEEK.
           IF TW-COUNT >= TW-MAX-ENTRIES
              DISPLAY "TOUCHED-WEEK-TABLE CAPACITY EXCEEDED - "
                 "RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO TW-COUNT
           MOVE MWK-COUNTRY-CODE TO TW-COUNTRY-CODE (TW-COUNT)
           MOVE WEEK-ISO-WEEK    TO TW-ISO-WEEK     (TW-COUNT)
           MOVE WEEK-START-DATE  TO TW-WEEK-START   (TW-COUNT)
           MOVE WEEK-END-DATE    TO TW-WEEK-END     (TW-COUNT).
      *
      *
       CHECK-WEEK-DATE.
           SET WEEK-DATE-BAD TO TRUE
           IF WEEK-TEST-DATE (1:4) IS NUMERIC AND
              WEEK-TEST-DATE (5:1) = "-" AND
              WEEK-TEST-DATE (6:2) IS NUMERIC AND
              WEEK-TEST-DATE (8:1) = "-" AND
              WEEK-TEST-DATE (9:2) IS NUMERIC
              IF WEEK-TEST-DATE (6:2) >= "01" AND
                 WEEK-TEST-DATE (6:2) <= "12" AND
                 WEEK-TEST-DATE (9:2) >= "01" AND
                 WEEK-TEST-DATE (9:2) <= "31" AND
                 WEEK-TEST-DATE (1:4) > "0000"
                 SET WEEK-DATE-OK TO TRUE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        The ISO week a YYYY-MM-DD date falls in - weeks run
      *        Monday to Sunday, and a week belongs to the year its
      *        Thursday falls in, so the days either side of New Year
      *        can belong to the neighbouring year's week 52/53 or
      *        week 1.  Serial day 1 (1 January of year 1) is a
      *        Monday, so the weekday falls out of the serial.
      *****************************************************************
       SET-ISO-WEEK.
           MOVE WEEK-TEST-DATE TO CONV-DATE-X
           PERFORM DATE-TO-SERIAL
           MOVE CONV-SERIAL TO DAY-SERIAL
           MOVE CNV-YYYY TO ISO-YEAR
           COMPUTE WEEK-QUOT = DAY-SERIAL - 1
           DIVIDE WEEK-QUOT BY 7 GIVING WEEK-QUOT REMAINDER WEEK-REM
           COMPUTE MONDAY-SERIAL = DAY-SERIAL - WEEK-REM
           COMPUTE THURSDAY-SERIAL = MONDAY-SERIAL + 3
      *
           MOVE 1 TO CNV-MM
           MOVE 1 TO CNV-DD
           COMPUTE CNV-YYYY = ISO-YEAR + 1
           PERFORM DATE-TO-SERIAL
           IF THURSDAY-SERIAL >= CONV-SERIAL
              ADD 1 TO ISO-YEAR
           ELSE
              MOVE ISO-YEAR TO CNV-YYYY
              PERFORM DATE-TO-SERIAL
              IF THURSDAY-SERIAL < CONV-SERIAL
                 SUBTRACT 1 FROM ISO-YEAR
              END-IF
           END-IF
           MOVE ISO-YEAR TO CNV-YYYY
           PERFORM DATE-TO-SERIAL
           COMPUTE WEEK-QUOT = THURSDAY-SERIAL - CONV-SERIAL
           DIVIDE WEEK-QUOT BY 7 GIVING WEEK-QUOT REMAINDER WEEK-REM
           MOVE ISO-YEAR TO WIW-YYYY
           COMPUTE WIW-WW = WEEK-QUOT + 1
      *
           MOVE MONDAY-SERIAL TO STD-SERIAL
           PERFORM SERIAL-TO-DATE
           MOVE STD-DATE TO WEEK-START-DATE
           COMPUTE STD-SERIAL = MONDAY-SERIAL + 6
           PERFORM SERIAL-TO-DATE
           MOVE STD-DATE TO WEEK-END-DATE.
      *
      *
      *****************************************************************
      *        Days since the year-zero epoch for a YYYY-MM-DD date:
      *        365 per prior year plus their leap days, the days
      *        before this month (one more after February in a leap
      *        year), plus the day of the month.
      *****************************************************************
       DATE-TO-SERIAL.
           COMPUTE CNV-PRIOR-YEARS = CNV-YYYY - 1
           DIVIDE CNV-PRIOR-YEARS BY 4
              GIVING CNV-LEAPS-4 REMAINDER CNV-REM
           DIVIDE CNV-PRIOR-YEARS BY 100
              GIVING CNV-LEAPS-100 REMAINDER CNV-REM
           DIVIDE CNV-PRIOR-YEARS BY 400
              GIVING CNV-LEAPS-400 REMAINDER CNV-REM
           COMPUTE CONV-SERIAL = CNV-PRIOR-YEARS * 365
              + CNV-LEAPS-4 - CNV-LEAPS-100 + CNV-LEAPS-400
              + DAYS-BEFORE-MONTH (CNV-MM)
              + CNV-DD
           PERFORM SET-LEAP-SW
           IF LEAP-YEAR AND CNV-MM > 2
              ADD 1 TO CONV-SERIAL
           END-IF.
      *
      *
       SET-LEAP-SW.
           SET NOT-LEAP-YEAR TO TRUE
           DIVIDE CNV-YYYY BY 4 GIVING LEAP-QUOT REMAINDER LEAP-REM
           IF LEAP-REM = 0
              DIVIDE CNV-YYYY BY 100
                 GIVING LEAP-QUOT REMAINDER LEAP-REM
              IF LEAP-REM NOT = 0
                 SET LEAP-YEAR TO TRUE
              ELSE
                 DIVIDE CNV-YYYY BY 400
                    GIVING LEAP-QUOT REMAINDER LEAP-REM
                 IF LEAP-REM = 0
                    SET LEAP-YEAR TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        The reverse of DATE-TO-SERIAL - the year is estimated
      *        from the serial (400 years are 146,097 days), set
      *        right against the 1 January serials either side, and
      *        the month found by stepping back from December to the
      *        first month starting before the day of the year.
      *****************************************************************
       SERIAL-TO-DATE.
           COMPUTE CNV-YYYY = (STD-SERIAL * 400) / 146097 + 1
           MOVE 1 TO CNV-MM
           MOVE 1 TO CNV-DD
           PERFORM DATE-TO-SERIAL
           IF CONV-SERIAL > STD-SERIAL
              SUBTRACT 1 FROM CNV-YYYY
           END-IF
           ADD 1 TO CNV-YYYY
           PERFORM DATE-TO-SERIAL
           IF CONV-SERIAL > STD-SERIAL
              SUBTRACT 1 FROM CNV-YYYY
           END-IF
           PERFORM DATE-TO-SERIAL
           COMPUTE STD-DOY = STD-SERIAL - CONV-SERIAL + 1
           SET MONTH-NOT-FOUND TO TRUE
           PERFORM CHECK-MONTH-START
              VARYING CNV-MM FROM 12 BY -1 UNTIL MONTH-FOUND
           ADD 1 TO CNV-MM
           MOVE SPACE TO STD-DATE
           STRING CNV-YYYY "-" CNV-MM "-" CNV-DD
              DELIMITED BY SIZE INTO STD-DATE
           END-STRING.
      *
      *
       CHECK-MONTH-START.
           MOVE DAYS-BEFORE-MONTH (CNV-MM) TO STD-MONTH-BASE
           IF LEAP-YEAR AND CNV-MM > 2
              ADD 1 TO STD-MONTH-BASE
           END-IF
           IF STD-MONTH-BASE < STD-DOY
              SET MONTH-FOUND TO TRUE
              COMPUTE CNV-DD = STD-DOY - STD-MONTH-BASE
           END-IF.
      *
      *
      *****************************************************************
      *        Re-sum one touched week - every master row for the
      *        country from the week's Monday through its Sunday, in
      *        key order - and put the result on the weekly summary.
      *****************************************************************
       REFRESH-TOUCHED-WEEK.
           MOVE SPACE TO WEEK-WORK
           MOVE TW-COUNTRY-CODE (TW-SUB) TO WWK-COUNTRY-CODE
           MOVE TW-ISO-WEEK     (TW-SUB) TO WWK-ISO-WEEK
           MOVE TW-WEEK-START   (TW-SUB) TO WWK-WEEK-START
           MOVE TW-WEEK-END     (TW-SUB) TO WWK-WEEK-END
           MOVE 0 TO WWK-DAY-COUNT
           MOVE 0 TO WWK-NEW-CASES
           MOVE 0 TO WWK-NEW-DEATHS
           MOVE 0 TO WWK-NEW-RECOV
           MOVE 0 TO WWK-TOT-CASES
           MOVE 0 TO WWK-TOT-DEATHS
           MOVE 0 TO WWK-TOT-RECOV
           MOVE RUN-DATE-NUM TO WWK-REFRESH-DATE
      *
           MOVE WWK-COUNTRY-CODE TO MST-COUNTRY-CODE
           MOVE WWK-WEEK-START   TO MST-TIMESPAN-YMD
           START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
           END-START
           IF MASTER-STATUS = "00"
              SET WEEK-ROWS-NOT-DONE TO TRUE
              PERFORM READ-WEEK-ROW UNTIL WEEK-ROWS-DONE
           END-IF
           IF WWK-DAY-COUNT > 0
              PERFORM STORE-WEEK-SUMMARY
           END-IF.
      *
      *
       READ-WEEK-ROW.
           READ MASTER-FILE NEXT RECORD
                AT END
                  SET WEEK-ROWS-DONE TO TRUE
                NOT AT END
                  IF MST-COUNTRY-CODE NOT = WWK-COUNTRY-CODE OR
                     MST-TIMESPAN-YMD > WWK-WEEK-END
                     SET WEEK-ROWS-DONE TO TRUE
                  ELSE
                     MOVE MST-TIMESPAN-YMD TO WEEK-TEST-DATE
                     PERFORM CHECK-WEEK-DATE
                     IF WEEK-DATE-OK
                        PERFORM ADD-ROW-TO-WEEK
                     END-IF
                  END-IF
           END-READ.
      *
      *
      *****************************************************************
      *        NEW figures add up across the week; the totals, name,
      *        slug and timestamp are simply overwritten by each row,
      *        leaving the last snapshot date's in place.
      *****************************************************************
       ADD-ROW-TO-WEEK.
           ADD 1 TO WWK-DAY-COUNT
           IF WWK-DAY-COUNT = 1
              MOVE MST-TIMESPAN-YMD TO WWK-FIRST-DATE
           END-IF
           MOVE MST-TIMESPAN-YMD TO WWK-LAST-DATE
           MOVE MST-COUNTRY-NAME TO WWK-COUNTRY-NAME
           MOVE MST-SLUG         TO WWK-SLUG
           MOVE MST-TIMESPAN     TO WWK-LAST-TIMESPAN
           ADD MST-NEW-CASES     TO WWK-NEW-CASES
           ADD MST-NEW-DEATHS    TO WWK-NEW-DEATHS
           ADD MST-NEW-RECOV     TO WWK-NEW-RECOV
           MOVE MST-TOT-CASES    TO WWK-TOT-CASES
           MOVE MST-TOT-DEATHS   TO WWK-TOT-DEATHS
           MOVE MST-TOT-RECOV    TO WWK-TOT-RECOV.
      *
      *
      *****************************************************************
      *        A week not yet on the summary is added; one whose
      *        figures moved is rewritten; the refresh date alone
      *        does not count as a change.
      *****************************************************************
       STORE-WEEK-SUMMARY.
           MOVE WWK-KEY TO WKS-KEY
           READ WEEK-SUMMARY-FILE
           END-READ
           IF WEEK-SUMMARY-STATUS = "00"
              IF WEEK-SUMMARY-RECORD (1:214) = WEEK-WORK (1:214)
                 ADD 1 TO COUNT-WEEKS-UNCHANGED
              ELSE
                 MOVE WEEK-WORK TO WEEK-SUMMARY-RECORD
                 REWRITE WEEK-SUMMARY-RECORD
                 END-REWRITE
                 IF WEEK-SUMMARY-STATUS NOT = "00"
                    DISPLAY "CNTRYWK SUMMARY REWRITE FAILED, STATUS "
                       WEEK-SUMMARY-STATUS " - RUN ABENDING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO COUNT-WEEKS-UPDATED
              END-IF
           ELSE
              MOVE WEEK-WORK TO WEEK-SUMMARY-RECORD
              WRITE WEEK-SUMMARY-RECORD
              END-WRITE
              IF WEEK-SUMMARY-STATUS NOT = "00"
                 DISPLAY "CNTRYWK SUMMARY WRITE FAILED, STATUS "
                    WEEK-SUMMARY-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-WEEKS-ADDED
           END-IF.
      *
      *
           MOVE "PRIOR VERSIONS RETAINED"     TO LRP-LABEL
           MOVE COUNT-REVISIONED              TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "INSERTED KEYS LOGGED"        TO LRP-LABEL
           MOVE COUNT-INS-LOGGED              TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "SUMMARY WEEKS TOUCHED"       TO LRP-LABEL
           MOVE TW-COUNT                      TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "SUMMARY WEEKS ADDED"         TO LRP-LABEL
           MOVE COUNT-WEEKS-ADDED             TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "SUMMARY WEEKS UPDATED"       TO LRP-LABEL
           MOVE COUNT-WEEKS-UPDATED           TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "SUMMARY WEEKS UNCHANGED"     TO LRP-LABEL
           MOVE COUNT-WEEKS-UNCHANGED         TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS WITH NO ISO WEEK"       TO LRP-LABEL
           MOVE COUNT-NO-WEEK                 TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE.
