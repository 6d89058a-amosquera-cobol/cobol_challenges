      *****************************************************************
      * Program name:    FEEDCHK
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 DAVID QUINTERO  Created because nothing in the suite
      *                            knew when a feed was due - a
      *                            skipped CONTXT or VAXTXT day, or
      *                            last week's CLAIMS file sent again,
      *                            went straight through the loads and
      *                            reports, and COVCLAIM's INTFC
      *                            run-date check only ever covered
      *                            that one file.  Runs first in the
      *                            batch window.  The FEEDCAL calendar
      *                            gives each feed (CONTXT, VAXTXT,
      *                            CLAIMS, STCLAIMS, CCLAIMS) its
      *                            arrival schedule, permitted data
      *                            lag and minimum row count; each
      *                            delivered file is scanned for its
      *                            row count and oldest/newest
      *                            snapshot dates and compared with
      *                            the calendar and with the FEEDLOG
      *                            log of earlier deliveries.  Late,
      *                            missing, empty, short, repeated and
      *                            out-of-sequence deliveries are
      *                            listed on FEEDRPT, today's
      *                            deliveries are appended to FEEDLOG,
      *                            and RETURN-CODE 8 holds the
      *                            downstream jobs on any finding.
      * 15/10/2026 DAVID QUINTERO  ALTTXT, the second provider's
      *                            country case feed, added to the
      *                            feeds checked - scanned the same
      *                            way as CONTXT, whose columns it
      *                            shares.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEDCHK.
       AUTHOR. DAVID QUINTERO.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CAL-FILE ASSIGN TO FEEDCAL
               FILE STATUS IS FEED-CAL-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
               FILE STATUS IS RUN-PARM-STATUS.
           SELECT RECEIVED-LOG-FILE ASSIGN TO FEEDLOG
               FILE STATUS IS RECEIVED-LOG-STATUS.
           SELECT CONTXT-FILE   ASSIGN  TO CONTXT
               FILE STATUS IS CONTXT-STATUS.
           SELECT VAXTXT-FILE   ASSIGN  TO VAXTXT
               FILE STATUS IS VAXTXT-STATUS.
           SELECT ALTTXT-FILE   ASSIGN  TO ALTTXT
               FILE STATUS IS ALTTXT-STATUS.
           SELECT CLAIM-FILE    ASSIGN  TO CLAIMS
               FILE STATUS IS CLAIM-STATUS.
           SELECT STATE-CLAIM-FILE ASSIGN TO STCLAIMS
               FILE STATUS IS STATE-CLAIM-STATUS.
           SELECT CONT-CLAIM-FILE ASSIGN TO CCLAIMS
               FILE STATUS IS CONT-CLAIM-STATUS.
           SELECT FEED-RPT-FILE ASSIGN  TO FEEDRPT.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *        Feed-delivery calendar - one card per feed, '*' in
      *        column 1 for a comment:
      *          1- 8  feed (DD) name
      *         10     frequency - D daily, W weekly
      *         12     arrival weekday for a weekly feed, 1 = Monday
      *                through 7 = Sunday (ignored for a daily one)
      *         14-16  days the newest snapshot date may trail the
      *                run date before the delivery counts as late
      *         18-26  fewest data rows a normal delivery carries
      *         28     Y - required every cycle, N - optional (an
      *                absent optional feed is noted, not held)
      *****************************************************************
       FD  FEED-CAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FEED-CAL-CARD.
           05 FCC-FEED-NAME     PIC X(08).
           05 FILLER            PIC X(01).
           05 FCC-FREQUENCY     PIC X(01).
           05 FILLER            PIC X(01).
           05 FCC-ARRIVAL-DAY   PIC 9(01).
           05 FILLER            PIC X(01).
           05 FCC-MAX-LAG       PIC 9(03).
           05 FILLER            PIC X(01).
           05 FCC-MIN-RECORDS   PIC 9(09).
           05 FILLER            PIC X(01).
           05 FCC-REQUIRED      PIC X(01).
           05 FILLER            PIC X(52).
      *****************************************************************
      *        The suite's run-control cards - only RUNDATE= is used
      *        here, to pin the cycle date for a rerun.
      *****************************************************************
       FD  RUN-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD       PIC X(80).
      *****************************************************************
      *        Received log - one record per delivery this job has
      *        seen, accumulating across runs the way CNTRYRV does:
      *        the cycle date, the feed, its oldest and newest
      *        snapshot dates, its data row count and the result
      *        (ACCEPTED, or the first finding that held it).
      *****************************************************************
       FD  RECEIVED-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RECEIVED-LOG-RECORD.
           05 FL-RECEIPT-DATE   PIC X(10).
           05 FL-FEED-NAME      PIC X(08).
           05 FL-FIRST-DATE     PIC X(10).
           05 FL-LAST-DATE      PIC X(10).
           05 FL-RECORD-COUNT   PIC 9(09).
           05 FL-RESULT         PIC X(10).
           05 FILLER            PIC X(23).
      *****************************************************************
      *        The six feeds, each declared as its loader declares
      *        it - a CSV header line, then the data rows.
      *****************************************************************
       FD  CONTXT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  CONTXT-LINE  PIC X(160).
       FD  VAXTXT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  VAX-CSV-LINE PIC X(160).
       FD  ALTTXT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  ALTTXT-LINE  PIC X(160).
       FD  CLAIM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  CLAIM-LINE   PIC X(500).
       FD  STATE-CLAIM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  STATE-CLAIM-LINE  PIC X(500).
       FD  CONT-CLAIM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  CONT-CLAIM-LINE   PIC X(500).
       FD  FEED-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  FEED-RPT-LINE PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  FEED-CAL-STATUS     PIC XX VALUE SPACE.
       01  RUN-PARM-STATUS     PIC XX VALUE SPACE.
       01  RECEIVED-LOG-STATUS PIC XX VALUE SPACE.
       01  CONTXT-STATUS       PIC XX VALUE SPACE.
       01  VAXTXT-STATUS       PIC XX VALUE SPACE.
       01  ALTTXT-STATUS       PIC XX VALUE SPACE.
       01  CLAIM-STATUS        PIC XX VALUE SPACE.
       01  STATE-CLAIM-STATUS  PIC XX VALUE SPACE.
       01  CONT-CLAIM-STATUS   PIC XX VALUE SPACE.
       01  FEED-CAL-EOF-SW     PIC X VALUE 'N'.
           88 FEED-CAL-EOF         VALUE 'Y'.
       01  RUN-PARM-EOF-SW     PIC X VALUE 'N'.
           88 RUN-PARM-EOF         VALUE 'Y'.
       01  RECEIVED-LOG-EOF-SW PIC X VALUE 'N'.
           88 RECEIVED-LOG-EOF     VALUE 'Y'.
       01  SCAN-EOF-SW         PIC X VALUE 'N'.
           88 SCAN-EOF             VALUE 'Y'.
      *
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
      *
      *****************************************************************
      *        The cycle date - today, or the RUNDATE= card's date
      *        when a past cycle is being rerun.  Log records dated
      *        on or after it are ignored, so rerunning the check in
      *        the same cycle does not find its own earlier entries
      *        and call every delivery a repeat.
      *****************************************************************
       01  RUN-DATE-WORK.
           05 RDW-YYYY      PIC 9(04).
           05 RDW-MM        PIC 9(02).
           05 RDW-DD        PIC 9(02).
       01  RUN-DATE-YMD     PIC X(10) VALUE SPACE.
       01  RUN-SERIAL       PIC S9(09) COMP-4 VALUE 0.
       01  RUN-WEEKDAY      PIC 9(01) VALUE 0.
      *
      *****************************************************************
      *        The feeds this job knows how to scan - a calendar card
      *        for any other name is ignored, and a known feed with
      *        no card is listed as not checked.
      *****************************************************************
       01  KNOWN-FEED-INIT.
           05 FILLER PIC X(08) VALUE "CONTXT".
           05 FILLER PIC X(08) VALUE "VAXTXT".
           05 FILLER PIC X(08) VALUE "CLAIMS".
           05 FILLER PIC X(08) VALUE "STCLAIMS".
           05 FILLER PIC X(08) VALUE "CCLAIMS".
           05 FILLER PIC X(08) VALUE "ALTTXT".
       01  KNOWN-FEED-TABLE REDEFINES KNOWN-FEED-INIT.
           05 KNOWN-FEED-NAME  PIC X(08) OCCURS 6 TIMES.
       01  KNOWN-FEED-COUNT    PIC 9(04) COMP-4 VALUE 6.
       01  KNOWN-SUB           PIC 9(04) COMP-4 VALUE 0.
       01  KNOWN-FOUND-SW      PIC X VALUE 'N'.
           88 KNOWN-FOUND          VALUE 'Y'.
           88 KNOWN-NOT-FOUND      VALUE 'N'.
      *
      *****************************************************************
      *        Calendar table, loaded from FEEDCAL, with what the
      *        received log says about each feed: the newest
      *        snapshot date any earlier delivery carried (the high-
      *        water mark a new delivery must move past) and the
      *        cycle date of the last delivery that genuinely
      *        arrived (not an empty file or a repeat).
      *****************************************************************
       01  CALENDAR-TABLE.
           05  CAL-ENTRY OCCURS 20 TIMES.
               10  CAL-FEED-NAME     PIC X(08).
               10  CAL-FREQUENCY     PIC X(01).
                   88 CAL-DAILY          VALUE 'D'.
                   88 CAL-WEEKLY         VALUE 'W'.
               10  CAL-ARRIVAL-DAY   PIC 9(01).
               10  CAL-MAX-LAG       PIC 9(04) COMP-4.
               10  CAL-MIN-RECORDS   PIC 9(09) COMP-4.
               10  CAL-REQUIRED-SW   PIC X(01).
                   88 CAL-REQUIRED       VALUE 'Y'.
                   88 CAL-OPTIONAL       VALUE 'N'.
               10  CAL-HWM-DATE      PIC X(10).
               10  CAL-LAST-RECEIPT  PIC X(10).
       01  CAL-MAX-ENTRIES  PIC 9(04) COMP-4 VALUE 20.
       01  CAL-COUNT        PIC 9(04) COMP-4 VALUE 0.
       01  CAL-SUB          PIC 9(04) COMP-4 VALUE 0.
       01  CAL-FOUND-SW     PIC X VALUE 'N'.
           88 CAL-FOUND         VALUE 'Y'.
           88 CAL-NOT-FOUND     VALUE 'N'.
       01  CAL-CARD-SW      PIC X VALUE 'Y'.
           88 CAL-CARD-VALID     VALUE 'Y'.
           88 CAL-CARD-INVALID   VALUE 'N'.
      *
      *****************************************************************
      *        What the scan of the feed in hand found.
      *****************************************************************
       01  FEED-PRESENT-SW  PIC X VALUE 'N'.
           88 FEED-PRESENT      VALUE 'Y'.
           88 FEED-ABSENT       VALUE 'N'.
       01  SCAN-RECORDS     PIC 9(09) COMP-4 VALUE 0.
       01  SCAN-UNDATED     PIC 9(09) COMP-4 VALUE 0.
       01  SCAN-FIRST-DATE  PIC X(10) VALUE SPACE.
       01  SCAN-LAST-DATE   PIC X(10) VALUE SPACE.
       01  SCAN-ROW-DATE    PIC X(10) VALUE SPACE.
      *
      *****************************************************************
      *        Schedule arithmetic for the feed in hand - serial
      *        days, so dates subtract to day counts.  A weekly
      *        feed's arrival date is the last calendar weekday on
      *        or before the cycle date; a daily feed's is the cycle
      *        date itself.
      *****************************************************************
       01  DAYS-BACK        PIC S9(09) COMP-4 VALUE 0.
       01  EXPECTED-SERIAL  PIC S9(09) COMP-4 VALUE 0.
       01  LAST-SERIAL      PIC S9(09) COMP-4 VALUE 0.
       01  HWM-SERIAL       PIC S9(09) COMP-4 VALUE 0.
       01  RECEIPT-SERIAL   PIC S9(09) COMP-4 VALUE 0.
       01  SEQ-STEP         PIC S9(09) COMP-4 VALUE 0.
       01  DAY-GAP          PIC S9(09) COMP-4 VALUE 0.
       01  WEEKDAY-QUOT     PIC S9(09) COMP-4 VALUE 0.
       01  WEEKDAY-REM      PIC S9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Outcome of the feed in hand.  NOT-DUE is a weekly feed
      *        whose file for this cycle has already been logged and
      *        is simply still on the DD - nothing is held or logged.
      *****************************************************************
       01  FEED-RESULT      PIC X(10) VALUE SPACE.
       01  FEED-HOLD-SW     PIC X VALUE 'N'.
           88 FEED-HELD         VALUE 'Y'.
           88 FEED-NOT-HELD     VALUE 'N'.
       01  FEED-NOT-DUE-SW  PIC X VALUE 'N'.
           88 FEED-NOT-DUE      VALUE 'Y'.
       01  FEED-LINE-COUNT  PIC 9(04) COMP-4 VALUE 0.
       01  FINDING-RESULT   PIC X(04) VALUE SPACE.
       01  FINDING-CODE     PIC X(10) VALUE SPACE.
       01  FINDING-DETAIL   PIC X(50) VALUE SPACE.
       01  DAYS-EDIT        PIC ZZZ9.
       01  DAYS-LEAD        PIC 9(04) COMP-4 VALUE 0.
       01  DAYS-TEXT        PIC X(04) VALUE SPACE.
       01  COUNT-EDIT       PIC ZZZ,ZZZ,ZZ9.
       01  COUNT-LEAD       PIC 9(04) COMP-4 VALUE 0.
       01  COUNT-TEXT       PIC X(11) VALUE SPACE.
      *
      *****************************************************************
      *        Run control counts for the summary.
      *****************************************************************
       01  COUNT-LOG-READ    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-DELIVERED   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-LOGGED      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-FINDINGS    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-FEEDS-HELD  PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Serial-day conversion work - the MSTSWEEP routine, so
      *        two YYYY-MM-DD dates subtract to a day count.  Day 1
      *        is Monday 0001-01-01, so the weekday (1 = Monday) is
      *        one more than the remainder of serial - 1 over 7.
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
      *****************************************************************
      *        Feed rows, taken apart only as far as the snapshot
      *        date - the same UNSTRINGs the loaders use.  CONTXT
      *        and ALTTXT rows are both read into CSV-LINE, since the
      *        two feeds share their columns.
      *****************************************************************
       01  CSV-LINE     PIC X(160).
       01  PTR-NAME     PIC 999 VALUE 2.
       01  COUNT-NAME   PIC 999 VALUE 0.
       01  COUNTRY.
           05 COUNTRY-NAME   PIC X(50).
           05 COUNTRY-CODE   PIC X(03).
           05 SLUG           PIC X(50).
           05 NEW-CASES      PIC 9(06).
           05 TOT-CASES      PIC 9(06).
           05 NEW-DEATHS     PIC 9(06).
           05 TOT-DEATHS     PIC 9(06).
           05 NEW-RECOV      PIC 9(06).
           05 TOT-RECOV      PIC 9(06).
           05 TIMESPAN.
              10 QUOTATION-1 PIC X.
              10 YMD         PIC X(10).
              10 SEP         PIC X VALUE SPACE.
              10 HOUR        PIC X(10).
              10 QUOTATION-2 PIC X.
      *
       01  VAX-ROW.
           05 VXR-COUNTRY-NAME   PIC X(50).
           05 VXR-COUNTRY-CODE   PIC X(03).
           05 VXR-TIMESPAN-YMD   PIC X(10).
      *
       01  CLAIM-ROW.
           05 CLR-RECORD-ID      PIC X(08).
           05 CLR-STATE-CODE     PIC X(02).
           05 CLR-DD             PIC X(02).
           05 CLR-MM             PIC X(02).
           05 CLR-YYYY           PIC X(04).
      *
      *****************************************************************
      *                         Report elements
      *****************************************************************
       01  DECO-LINE    PIC X(132) VALUE ALL '-'.
      *
       01  FEED-TITLE-PRINT.
           05 FILLER          PIC X(34)  VALUE
              " FEED DELIVERY CHECK - CYCLE DATE ".
           05 FTP-RUN-DATE    PIC X(10).
           05 FILLER          PIC X(10)  VALUE "  WEEKDAY ".
           05 FTP-WEEKDAY     PIC 9(01).
           05 FILLER          PIC X(77)  VALUE SPACE.
      *
       01  FEED-HEADING.
           05 FILLER   PIC X(11) VALUE " FEED".
           05 FILLER   PIC X(06) VALUE "RSLT".
           05 FILLER   PIC X(11) VALUE "FINDING".
           05 FILLER   PIC X(13) VALUE "    RECORDS  ".
           05 FILLER   PIC X(12) VALUE "OLDEST DATE".
           05 FILLER   PIC X(12) VALUE "NEWEST DATE".
           05 FILLER   PIC X(12) VALUE "LOGGED HIGH".
           05 FILLER   PIC X(55) VALUE "DETAIL".
      *
       01  FEED-PRINT.
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 FRP-FEED        PIC X(08).
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 FRP-RESULT      PIC X(04).
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 FRP-FINDING     PIC X(10).
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 FRP-RECORDS     PIC ZZZ,ZZZ,ZZ9.
           05 FRP-RECORDS-X REDEFINES FRP-RECORDS PIC X(11).
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 FRP-FIRST-DATE  PIC X(10).
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 FRP-LAST-DATE   PIC X(10).
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 FRP-HWM-DATE    PIC X(10).
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 FRP-DETAIL      PIC X(50).
           05 FILLER          PIC X(05)  VALUE SPACE.
      *
       01  SUMMARY-PRINT.
           05 SMP-LABEL       PIC X(30).
           05 SMP-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(89)  VALUE SPACE.
      *
       01  BATCH-STATUS-PRINT.
           05 FILLER          PIC X(15)  VALUE " BATCH STATUS: ".
           05 BSP-STATUS      PIC X(07).
           05 FILLER          PIC X(110) VALUE SPACE.
      *****************************************************************
      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM LOAD-RUN-PARMS
           PERFORM SET-RUN-DATE
           PERFORM LOAD-FEED-CALENDAR
           PERFORM LOAD-RECEIVED-LOG
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADING
      *
           PERFORM CHECK-ONE-FEED
              VARYING CAL-SUB FROM 1 BY 1 UNTIL CAL-SUB > CAL-COUNT
           PERFORM CHECK-UNSCHEDULED-FEED
              VARYING KNOWN-SUB FROM 1 BY 1
                 UNTIL KNOWN-SUB > KNOWN-FEED-COUNT
      *
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES
      *
           IF COUNT-FEEDS-HELD > 0
              MOVE 8 TO RETURN-CODE
           END-IF
      *
           GOBACK.
      *
      *
      *****************************************************************
      *        Run-control parameter cards - the suite's usual
      *        missing-file-is-normal treatment.  The other jobs'
      *        keys are passed over without comment so one RUNPARM
      *        file can drive the whole suite.
      *****************************************************************
       LOAD-RUN-PARMS.
           OPEN INPUT RUN-PARM-FILE
           IF RUN-PARM-STATUS = "00"
              PERFORM LOAD-RUN-PARM-CARD UNTIL RUN-PARM-EOF
              CLOSE RUN-PARM-FILE
           END-IF.
      *
      *
       LOAD-RUN-PARM-CARD.
           READ RUN-PARM-FILE
                AT END
                  SET RUN-PARM-EOF TO TRUE
                NOT AT END
                  IF PARM-CARD (1:1) NOT = "*" AND PARM-CARD NOT = SPACE
                     MOVE SPACE TO PARM-KEYWORD
                     MOVE SPACE TO PARM-VALUE
                     UNSTRING PARM-CARD
                         DELIMITED BY "="
                         INTO PARM-KEYWORD PARM-VALUE
                     END-UNSTRING
                     PERFORM APPLY-RUN-PARM
                  END-IF
           END-READ.
      *
      *
       APPLY-RUN-PARM.
           EVALUATE PARM-KEYWORD
              WHEN "RUNDATE"
                 MOVE PARM-VALUE (1:10) TO RUN-DATE-YMD
              WHEN "MODE"
              WHEN "FROM"
              WHEN "TO"
              WHEN "CLAIMSRC"
              WHEN "MINCELL"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "RUNPARM CARD IGNORED: " PARM-CARD
           END-EVALUATE.
      *
      *
       SET-RUN-DATE.
           IF RUN-DATE-YMD = SPACE
              ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
              STRING RDW-YYYY "-" RDW-MM "-" RDW-DD
                 DELIMITED BY SIZE INTO RUN-DATE-YMD
              END-STRING
           END-IF
           MOVE RUN-DATE-YMD TO SCAN-ROW-DATE
           PERFORM CHECK-ROW-DATE
           IF SCAN-ROW-DATE = SPACE
              DISPLAY "RUNDATE " RUN-DATE-YMD
                 " IS NOT A YYYY-MM-DD DATE - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE RUN-DATE-YMD TO CONV-DATE-X
           PERFORM DATE-TO-SERIAL
           MOVE CONV-SERIAL TO RUN-SERIAL
           COMPUTE WEEKDAY-QUOT = RUN-SERIAL - 1
           DIVIDE WEEKDAY-QUOT BY 7
              GIVING WEEKDAY-QUOT REMAINDER WEEKDAY-REM
           COMPUTE RUN-WEEKDAY = WEEKDAY-REM + 1.
      *
      *
      *****************************************************************
      *        The calendar is what this job checks against - without
      *        it there is no schedule, and the batch must not be
      *        released on the strength of an unchecked night.
      *****************************************************************
       LOAD-FEED-CALENDAR.
           OPEN INPUT FEED-CAL-FILE
           IF FEED-CAL-STATUS NOT = "00"
              DISPLAY "FEEDCAL CALENDAR OPEN FAILED, STATUS "
                 FEED-CAL-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-FEED-CAL-CARD UNTIL FEED-CAL-EOF
           CLOSE FEED-CAL-FILE
           IF CAL-COUNT = 0
              DISPLAY "FEEDCAL CALENDAR HAS NO FEEDS - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *
       LOAD-FEED-CAL-CARD.
           READ FEED-CAL-FILE
                AT END
                  SET FEED-CAL-EOF TO TRUE
                NOT AT END
                  IF FEED-CAL-CARD (1:1) NOT = "*" AND
                     FEED-CAL-CARD NOT = SPACE
                     PERFORM VALIDATE-CAL-CARD
                     IF CAL-CARD-VALID
                        PERFORM STORE-CAL-CARD
                     ELSE
                        DISPLAY "FEEDCAL CARD IGNORED: " FEED-CAL-CARD
                     END-IF
                  END-IF
           END-READ.
      *
      *
       VALIDATE-CAL-CARD.
           SET CAL-CARD-VALID TO TRUE
           SET KNOWN-NOT-FOUND TO TRUE
           PERFORM SEARCH-KNOWN-FEED
              VARYING KNOWN-SUB FROM 1 BY 1
                 UNTIL KNOWN-SUB > KNOWN-FEED-COUNT OR KNOWN-FOUND
           IF KNOWN-NOT-FOUND
              SET CAL-CARD-INVALID TO TRUE
           END-IF
           IF FCC-FREQUENCY NOT = "D" AND FCC-FREQUENCY NOT = "W"
              SET CAL-CARD-INVALID TO TRUE
           END-IF
           IF FCC-FREQUENCY = "W"
              IF FCC-ARRIVAL-DAY NOT NUMERIC
                 SET CAL-CARD-INVALID TO TRUE
              ELSE
                 IF FCC-ARRIVAL-DAY < 1 OR FCC-ARRIVAL-DAY > 7
                    SET CAL-CARD-INVALID TO TRUE
                 END-IF
              END-IF
           END-IF
           IF FCC-MAX-LAG NOT NUMERIC OR FCC-MIN-RECORDS NOT NUMERIC
              SET CAL-CARD-INVALID TO TRUE
           END-IF
           IF FCC-REQUIRED NOT = "Y" AND FCC-REQUIRED NOT = "N"
              SET CAL-CARD-INVALID TO TRUE
           END-IF
      *****************************************************************
      *        A second card for the same feed would leave two
      *        schedules in force - the first one stands.
      *****************************************************************
           IF CAL-CARD-VALID
              MOVE FCC-FEED-NAME TO FL-FEED-NAME
              PERFORM FIND-CAL-ENTRY
              IF CAL-FOUND
                 SET CAL-CARD-INVALID TO TRUE
              END-IF
           END-IF.
      *
      *
       SEARCH-KNOWN-FEED.
           IF KNOWN-SUB <= KNOWN-FEED-COUNT
              IF KNOWN-FEED-NAME (KNOWN-SUB) = FCC-FEED-NAME
                 SET KNOWN-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
       STORE-CAL-CARD.
           IF CAL-COUNT >= CAL-MAX-ENTRIES
              DISPLAY "CALENDAR-TABLE CAPACITY EXCEEDED - "
                 "RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO CAL-COUNT
           MOVE FCC-FEED-NAME   TO CAL-FEED-NAME   (CAL-COUNT)
           MOVE FCC-FREQUENCY   TO CAL-FREQUENCY   (CAL-COUNT)
           IF FCC-FREQUENCY = "W"
              MOVE FCC-ARRIVAL-DAY TO CAL-ARRIVAL-DAY (CAL-COUNT)
           ELSE
              MOVE 0 TO CAL-ARRIVAL-DAY (CAL-COUNT)
           END-IF
           MOVE FCC-MAX-LAG     TO CAL-MAX-LAG     (CAL-COUNT)
           MOVE FCC-MIN-RECORDS TO CAL-MIN-RECORDS (CAL-COUNT)
           MOVE FCC-REQUIRED    TO CAL-REQUIRED-SW (CAL-COUNT)
           MOVE SPACE TO CAL-HWM-DATE     (CAL-COUNT)
           MOVE SPACE TO CAL-LAST-RECEIPT (CAL-COUNT).
      *
      *
      *****************************************************************
      *        Calendar lookup on the feed name in FL-FEED-NAME; the
      *        match is left at CAL-SUB - 1.
      *****************************************************************
       FIND-CAL-ENTRY.
           SET CAL-NOT-FOUND TO TRUE
           PERFORM SEARCH-CAL-ENTRY
              VARYING CAL-SUB FROM 1 BY 1
                 UNTIL CAL-SUB > CAL-COUNT OR CAL-FOUND.
      *
      *
       SEARCH-CAL-ENTRY.
           IF CAL-SUB <= CAL-COUNT
              IF CAL-FEED-NAME (CAL-SUB) = FL-FEED-NAME
                 SET CAL-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        Earlier deliveries.  No FEEDLOG is the first run of
      *        the job - nothing has been received, so there is no
      *        high-water mark to compare against yet.  An empty
      *        file or a repeat moved nothing forward and does not
      *        count as the cycle's arrival.
      *****************************************************************
       LOAD-RECEIVED-LOG.
           OPEN INPUT RECEIVED-LOG-FILE
           IF RECEIVED-LOG-STATUS = "00"
              PERFORM LOAD-RECEIVED-LOG-ENTRY UNTIL RECEIVED-LOG-EOF
              CLOSE RECEIVED-LOG-FILE
           END-IF.
      *
      *
       LOAD-RECEIVED-LOG-ENTRY.
           READ RECEIVED-LOG-FILE
                AT END
                  SET RECEIVED-LOG-EOF TO TRUE
                NOT AT END
                  IF FL-RECEIPT-DATE < RUN-DATE-YMD
                     ADD 1 TO COUNT-LOG-READ
                     PERFORM FIND-CAL-ENTRY
                     IF CAL-FOUND
                        PERFORM APPLY-LOG-ENTRY
                     END-IF
                  END-IF
           END-READ.
      *
      *
       APPLY-LOG-ENTRY.
           IF FL-LAST-DATE NOT = SPACE AND
              FL-LAST-DATE > CAL-HWM-DATE (CAL-SUB - 1)
              MOVE FL-LAST-DATE TO CAL-HWM-DATE (CAL-SUB - 1)
           END-IF
           IF FL-RESULT NOT = "EMPTY" AND FL-RESULT NOT = "REPEATED"
              IF FL-RECEIPT-DATE > CAL-LAST-RECEIPT (CAL-SUB - 1)
                 MOVE FL-RECEIPT-DATE
                   TO CAL-LAST-RECEIPT (CAL-SUB - 1)
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        The log accumulates across runs - EXTEND, with the
      *        suite's create-on-first-run bootstrap.
      *****************************************************************
       OPEN-FILES.
           OPEN EXTEND RECEIVED-LOG-FILE
           IF RECEIVED-LOG-STATUS = "35"
              OPEN OUTPUT RECEIVED-LOG-FILE
           END-IF
           IF RECEIVED-LOG-STATUS NOT = "00"
              DISPLAY "FEEDLOG RECEIVED LOG OPEN FAILED, STATUS "
                 RECEIVED-LOG-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT FEED-RPT-FILE.
      *
      *
       CLOSE-FILES.
           CLOSE RECEIVED-LOG-FILE
           CLOSE FEED-RPT-FILE.
      *
      *
       WRITE-REPORT-HEADING.
           MOVE RUN-DATE-YMD TO FTP-RUN-DATE
           MOVE RUN-WEEKDAY  TO FTP-WEEKDAY
           MOVE FEED-TITLE-PRINT TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
           MOVE FEED-HEADING TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
           MOVE DECO-LINE TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE.
      *
      *
      *****************************************************************
      *        One calendar feed: scan what was delivered, work out
      *        when it was due, then test the delivery - or its
      *        absence - against the schedule and the log.
      *****************************************************************
       CHECK-ONE-FEED.
           MOVE 0      TO SCAN-RECORDS
           MOVE 0      TO SCAN-UNDATED
           MOVE SPACE  TO SCAN-FIRST-DATE
           MOVE SPACE  TO SCAN-LAST-DATE
           MOVE 'N'    TO SCAN-EOF-SW
           SET FEED-ABSENT   TO TRUE
           SET FEED-NOT-HELD TO TRUE
           MOVE 'N'    TO FEED-NOT-DUE-SW
           MOVE 0      TO FEED-LINE-COUNT
           MOVE "ACCEPTED" TO FEED-RESULT
      *
           EVALUATE CAL-FEED-NAME (CAL-SUB)
              WHEN "CONTXT"
                 PERFORM SCAN-CONTXT-FEED
              WHEN "VAXTXT"
                 PERFORM SCAN-VAXTXT-FEED
              WHEN "CLAIMS"
                 PERFORM SCAN-CLAIM-FEED
              WHEN "STCLAIMS"
                 PERFORM SCAN-STATE-CLAIM-FEED
              WHEN "CCLAIMS"
                 PERFORM SCAN-CONT-CLAIM-FEED
              WHEN "ALTTXT"
                 PERFORM SCAN-ALTTXT-FEED
           END-EVALUATE
      *
           PERFORM SET-EXPECTED-ARRIVAL
           IF FEED-PRESENT
              ADD 1 TO COUNT-DELIVERED
              PERFORM CHECK-DELIVERY
           ELSE
              PERFORM CHECK-NON-DELIVERY
           END-IF
      *
           IF FEED-LINE-COUNT = 0
              MOVE " OK " TO FINDING-RESULT
              MOVE SPACE  TO FINDING-CODE
              MOVE "DELIVERED TO SCHEDULE" TO FINDING-DETAIL
              PERFORM WRITE-FEED-LINE
           END-IF
           IF FEED-HELD
              ADD 1 TO COUNT-FEEDS-HELD
           END-IF
           IF FEED-PRESENT AND NOT FEED-NOT-DUE
              PERFORM WRITE-RECEIVED-LOG
           END-IF.
      *
      *
      *****************************************************************
      *        Days back from the cycle date to the feed's scheduled
      *        arrival - none for a daily feed, and for a weekly one
      *        the distance back to its arrival weekday.
      *****************************************************************
       SET-EXPECTED-ARRIVAL.
           MOVE 0 TO DAYS-BACK
           MOVE 1 TO SEQ-STEP
           IF CAL-WEEKLY (CAL-SUB)
              MOVE 7 TO SEQ-STEP
              COMPUTE WEEKDAY-QUOT =
                 RUN-WEEKDAY - CAL-ARRIVAL-DAY (CAL-SUB) + 7
              DIVIDE WEEKDAY-QUOT BY 7
                 GIVING WEEKDAY-QUOT REMAINDER DAYS-BACK
           END-IF
           COMPUTE EXPECTED-SERIAL = RUN-SERIAL - DAYS-BACK
           MOVE 0 TO RECEIPT-SERIAL
           IF CAL-LAST-RECEIPT (CAL-SUB) NOT = SPACE
              MOVE CAL-LAST-RECEIPT (CAL-SUB) TO CONV-DATE-X
              PERFORM DATE-TO-SERIAL
              MOVE CONV-SERIAL TO RECEIPT-SERIAL
           END-IF
           MOVE 0 TO HWM-SERIAL
           IF CAL-HWM-DATE (CAL-SUB) NOT = SPACE
              MOVE CAL-HWM-DATE (CAL-SUB) TO CONV-DATE-X
              PERFORM DATE-TO-SERIAL
              MOVE CONV-SERIAL TO HWM-SERIAL
           END-IF.
      *
      *
      *****************************************************************
      *        Nothing on the DD.  Fine if this cycle's delivery has
      *        already been logged (a weekly feed between arrival
      *        days); otherwise a required feed is missing and an
      *        optional one is only noted.
      *****************************************************************
       CHECK-NON-DELIVERY.
           IF RECEIPT-SERIAL >= EXPECTED-SERIAL
              MOVE "INFO" TO FINDING-RESULT
              MOVE "NOT DUE" TO FINDING-CODE
              MOVE SPACE TO FINDING-DETAIL
              STRING "THIS CYCLE'S DELIVERY LOGGED "
                     CAL-LAST-RECEIPT (CAL-SUB)
                 DELIMITED BY SIZE INTO FINDING-DETAIL
              END-STRING
              PERFORM WRITE-FEED-LINE
           ELSE
              MOVE SPACE TO FINDING-DETAIL
              MOVE DAYS-BACK TO DAYS-EDIT
              PERFORM EDIT-DAY-COUNT
              IF DAYS-BACK = 0
                 MOVE "DUE TODAY - NOT RECEIVED" TO FINDING-DETAIL
              ELSE
                 STRING "DUE " DELIMITED BY SIZE
                        DAYS-TEXT DELIMITED BY SPACE
                        " DAYS AGO - NOT RECEIVED" DELIMITED BY SIZE
                    INTO FINDING-DETAIL
                 END-STRING
              END-IF
              MOVE "MISSING" TO FINDING-CODE
              IF CAL-REQUIRED (CAL-SUB)
                 PERFORM RAISE-HOLD-FINDING
              ELSE
                 MOVE "INFO" TO FINDING-RESULT
                 PERFORM WRITE-FEED-LINE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        A file is on the DD.  An empty one is held and nothing
      *        more can be said about it.  Otherwise its newest
      *        snapshot date is tested against the log's high-water
      *        mark (the same date again is a repeat, an earlier one
      *        is out of sequence, and a jump of more than one
      *        delivery step means a delivery was skipped), against
      *        the calendar's permitted lag, and its row count
      *        against the calendar's minimum.
      *****************************************************************
       CHECK-DELIVERY.
           IF SCAN-RECORDS = 0 OR SCAN-LAST-DATE = SPACE
              MOVE "EMPTY" TO FINDING-CODE
              IF SCAN-RECORDS = 0
                 MOVE "NO DATA ROWS AFTER THE HEADER" TO FINDING-DETAIL
              ELSE
                 MOVE "NO ROW CARRIES A READABLE SNAPSHOT DATE"
                   TO FINDING-DETAIL
              END-IF
              PERFORM RAISE-HOLD-FINDING
           ELSE
              MOVE SCAN-LAST-DATE TO CONV-DATE-X
              PERFORM DATE-TO-SERIAL
              MOVE CONV-SERIAL TO LAST-SERIAL
              PERFORM CHECK-DELIVERY-SEQUENCE
              IF NOT FEED-NOT-DUE
                 PERFORM CHECK-DELIVERY-TIMING
                 PERFORM CHECK-DELIVERY-VOLUME
              END-IF
           END-IF.
      *
      *
       CHECK-DELIVERY-SEQUENCE.
           IF CAL-HWM-DATE (CAL-SUB) NOT = SPACE
              EVALUATE TRUE
                 WHEN LAST-SERIAL = HWM-SERIAL
                    IF RECEIPT-SERIAL >= EXPECTED-SERIAL
      *****************************************************************
      *                 The file already logged for this cycle,
      *                 still on the DD - nothing new has arrived
      *                 because nothing new was due.
      *****************************************************************
                       MOVE 'Y' TO FEED-NOT-DUE-SW
                       MOVE "INFO" TO FINDING-RESULT
                       MOVE "NOT DUE" TO FINDING-CODE
                       MOVE SPACE TO FINDING-DETAIL
                       STRING "SAME FILE AS LOGGED "
                              CAL-LAST-RECEIPT (CAL-SUB)
                          DELIMITED BY SIZE INTO FINDING-DETAIL
                       END-STRING
                       PERFORM WRITE-FEED-LINE
                    ELSE
                       MOVE "REPEATED" TO FINDING-CODE
                       MOVE "NEWEST DATE ALREADY RECEIVED - A RESEND"
                         TO FINDING-DETAIL
                       PERFORM RAISE-HOLD-FINDING
                    END-IF
                 WHEN LAST-SERIAL < HWM-SERIAL
                    MOVE "OUT OF SEQ" TO FINDING-CODE
                    MOVE "NEWEST DATE IS OLDER THAN A LOGGED DELIVERY"
                      TO FINDING-DETAIL
                    PERFORM RAISE-HOLD-FINDING
                 WHEN LAST-SERIAL - HWM-SERIAL > SEQ-STEP
                    COMPUTE DAY-GAP = LAST-SERIAL - HWM-SERIAL
                    MOVE DAY-GAP TO DAYS-EDIT
                    PERFORM EDIT-DAY-COUNT
                    MOVE "OUT OF SEQ" TO FINDING-CODE
                    MOVE SPACE TO FINDING-DETAIL
                    STRING "NEWEST DATE " DELIMITED BY SIZE
                           DAYS-TEXT DELIMITED BY SPACE
                           " DAYS PAST LOGGED HIGH - SKIPPED"
                              DELIMITED BY SIZE
                       INTO FINDING-DETAIL
                    END-STRING
                    PERFORM RAISE-HOLD-FINDING
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      *
      *****************************************************************
      *        Late two ways: data older than the calendar's lag
      *        allows, or a weekly file turning up after its arrival
      *        day with nothing logged since that day.
      *****************************************************************
       CHECK-DELIVERY-TIMING.
           IF RUN-SERIAL - LAST-SERIAL > CAL-MAX-LAG (CAL-SUB)
              COMPUTE DAY-GAP = RUN-SERIAL - LAST-SERIAL
              MOVE DAY-GAP TO DAYS-EDIT
              PERFORM EDIT-DAY-COUNT
              MOVE "LATE" TO FINDING-CODE
              MOVE SPACE TO FINDING-DETAIL
              STRING "NEWEST DATE " DELIMITED BY SIZE
                     DAYS-TEXT DELIMITED BY SPACE
                     " DAYS BEHIND THE CYCLE DATE" DELIMITED BY SIZE
                 INTO FINDING-DETAIL
              END-STRING
              PERFORM RAISE-HOLD-FINDING
           END-IF
           IF DAYS-BACK > 0 AND RECEIPT-SERIAL > 0 AND
              RECEIPT-SERIAL < EXPECTED-SERIAL
              MOVE DAYS-BACK TO DAYS-EDIT
              PERFORM EDIT-DAY-COUNT
              MOVE "LATE" TO FINDING-CODE
              MOVE SPACE TO FINDING-DETAIL
              STRING "ARRIVED " DELIMITED BY SIZE
                     DAYS-TEXT DELIMITED BY SPACE
                     " DAYS AFTER ITS ARRIVAL DAY" DELIMITED BY SIZE
                 INTO FINDING-DETAIL
              END-STRING
              PERFORM RAISE-HOLD-FINDING
           END-IF.
      *
      *
       CHECK-DELIVERY-VOLUME.
           IF SCAN-RECORDS < CAL-MIN-RECORDS (CAL-SUB)
              MOVE CAL-MIN-RECORDS (CAL-SUB) TO COUNT-EDIT
              PERFORM EDIT-ROW-COUNT
              MOVE "SHORT" TO FINDING-CODE
              MOVE SPACE TO FINDING-DETAIL
              STRING "FEWER ROWS THAN THE CALENDAR MINIMUM OF "
                        DELIMITED BY SIZE
                     COUNT-TEXT DELIMITED BY SPACE
                 INTO FINDING-DETAIL
              END-STRING
              PERFORM RAISE-HOLD-FINDING
           END-IF
           IF SCAN-UNDATED > 0
              MOVE SCAN-UNDATED TO COUNT-EDIT
              PERFORM EDIT-ROW-COUNT
              MOVE "INFO" TO FINDING-RESULT
              MOVE "UNDATED" TO FINDING-CODE
              MOVE SPACE TO FINDING-DETAIL
              STRING COUNT-TEXT DELIMITED BY SPACE
                     " ROWS WITH NO READABLE DATE" DELIMITED BY SIZE
                 INTO FINDING-DETAIL
              END-STRING
              PERFORM WRITE-FEED-LINE
           END-IF.
      *
      *
      *****************************************************************
      *        Day and row counts, edited then left-justified into
      *        DAYS-TEXT / COUNT-TEXT for the finding text.
      *****************************************************************
       EDIT-DAY-COUNT.
           MOVE 0 TO DAYS-LEAD
           INSPECT DAYS-EDIT TALLYING DAYS-LEAD FOR LEADING SPACE
           MOVE SPACE TO DAYS-TEXT
           MOVE DAYS-EDIT (DAYS-LEAD + 1:) TO DAYS-TEXT.
      *
      *
       EDIT-ROW-COUNT.
           MOVE 0 TO COUNT-LEAD
           INSPECT COUNT-EDIT TALLYING COUNT-LEAD FOR LEADING SPACE
           MOVE SPACE TO COUNT-TEXT
           MOVE COUNT-EDIT (COUNT-LEAD + 1:) TO COUNT-TEXT.
      *
      *
      *****************************************************************
      *        A finding that holds the batch.  The first one held
      *        is the result recorded against the delivery on the
      *        log.
      *****************************************************************
       RAISE-HOLD-FINDING.
           MOVE "HOLD" TO FINDING-RESULT
           ADD 1 TO COUNT-FINDINGS
           IF FEED-NOT-HELD
              MOVE FINDING-CODE TO FEED-RESULT
           END-IF
           SET FEED-HELD TO TRUE
           PERFORM WRITE-FEED-LINE.
      *
      *
      *****************************************************************
      *        The first line for a feed carries its scan figures;
      *        any further findings for it carry only the finding.
      *****************************************************************
       WRITE-FEED-LINE.
           MOVE SPACE TO FRP-FEED
           MOVE SPACE TO FRP-RECORDS-X
           MOVE SPACE TO FRP-FIRST-DATE
           MOVE SPACE TO FRP-LAST-DATE
           MOVE SPACE TO FRP-HWM-DATE
           IF FEED-LINE-COUNT = 0
              MOVE CAL-FEED-NAME (CAL-SUB) TO FRP-FEED
              IF FEED-PRESENT
                 MOVE SCAN-RECORDS    TO FRP-RECORDS
                 MOVE SCAN-FIRST-DATE TO FRP-FIRST-DATE
                 MOVE SCAN-LAST-DATE  TO FRP-LAST-DATE
              END-IF
              MOVE CAL-HWM-DATE (CAL-SUB) TO FRP-HWM-DATE
           END-IF
           MOVE FINDING-RESULT TO FRP-RESULT
           MOVE FINDING-CODE   TO FRP-FINDING
           MOVE FINDING-DETAIL TO FRP-DETAIL
           MOVE FEED-PRINT TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
           ADD 1 TO FEED-LINE-COUNT.
      *
      *
       WRITE-RECEIVED-LOG.
           MOVE SPACE           TO RECEIVED-LOG-RECORD
           MOVE RUN-DATE-YMD    TO FL-RECEIPT-DATE
           MOVE CAL-FEED-NAME (CAL-SUB) TO FL-FEED-NAME
           MOVE SCAN-FIRST-DATE TO FL-FIRST-DATE
           MOVE SCAN-LAST-DATE  TO FL-LAST-DATE
           MOVE SCAN-RECORDS    TO FL-RECORD-COUNT
           MOVE FEED-RESULT     TO FL-RESULT
           WRITE RECEIVED-LOG-RECORD
           END-WRITE
           ADD 1 TO COUNT-LOGGED.
      *
      *
      *****************************************************************
      *        A feed the job can check but the calendar does not
      *        list - noted so a dropped card does not pass unseen.
      *****************************************************************
       CHECK-UNSCHEDULED-FEED.
           MOVE KNOWN-FEED-NAME (KNOWN-SUB) TO FL-FEED-NAME
           PERFORM FIND-CAL-ENTRY
           IF CAL-NOT-FOUND
              MOVE SPACE TO FEED-PRINT
              MOVE FL-FEED-NAME TO FRP-FEED
              MOVE "INFO" TO FRP-RESULT
              MOVE "NO CARD" TO FRP-FINDING
              MOVE "NOT ON THE FEEDCAL CALENDAR - NOT CHECKED"
                TO FRP-DETAIL
              MOVE FEED-PRINT TO FEED-RPT-LINE
              WRITE FEED-RPT-LINE END-WRITE
           END-IF.
      *
      *
      *****************************************************************
      *        Feed scans - a status other than 00 on the open means
      *        nothing was delivered on that DD.  The header line is
      *        read and skipped the way the loaders skip it.
      *****************************************************************
       SCAN-CONTXT-FEED.
           OPEN INPUT CONTXT-FILE
           IF CONTXT-STATUS = "00"
              SET FEED-PRESENT TO TRUE
              READ CONTXT-FILE
                   AT END
                     SET SCAN-EOF TO TRUE
              END-READ
              PERFORM SCAN-CONTXT-ROW UNTIL SCAN-EOF
              CLOSE CONTXT-FILE
           END-IF.
      *
      *
       SCAN-CONTXT-ROW.
           READ CONTXT-FILE INTO CSV-LINE
                AT END
                  SET SCAN-EOF TO TRUE
                NOT AT END
                  ADD 1 TO SCAN-RECORDS
                  MOVE SPACE TO COUNTRY
                  PERFORM MOVING-FIELDS
                  MOVE YMD OF TIMESPAN OF COUNTRY TO SCAN-ROW-DATE
                  PERFORM NOTE-ROW-DATE
           END-READ.
      *
      *
       SCAN-ALTTXT-FEED.
           OPEN INPUT ALTTXT-FILE
           IF ALTTXT-STATUS = "00"
              SET FEED-PRESENT TO TRUE
              READ ALTTXT-FILE
                   AT END
                     SET SCAN-EOF TO TRUE
              END-READ
              PERFORM SCAN-ALTTXT-ROW UNTIL SCAN-EOF
              CLOSE ALTTXT-FILE
           END-IF.
      *
      *
       SCAN-ALTTXT-ROW.
           READ ALTTXT-FILE INTO CSV-LINE
                AT END
                  SET SCAN-EOF TO TRUE
                NOT AT END
                  ADD 1 TO SCAN-RECORDS
                  MOVE SPACE TO COUNTRY
                  PERFORM MOVING-FIELDS
                  MOVE YMD OF TIMESPAN OF COUNTRY TO SCAN-ROW-DATE
                  PERFORM NOTE-ROW-DATE
           END-READ.
      *
      *
       MOVING-FIELDS.
           MOVE 2 TO PTR-NAME
           PERFORM BUFFER-TO-COUNTRY-NAME
      *
           UNSTRING CSV-LINE
               DELIMITED BY ","
               INTO
               COUNTRY-CODE OF COUNTRY, SLUG        OF COUNTRY,
               NEW-CASES    OF COUNTRY, TOT-CASES   OF COUNTRY,
               NEW-DEATHS   OF COUNTRY, TOT-DEATHS  OF COUNTRY,
               NEW-RECOV    OF COUNTRY, TOT-RECOV   OF COUNTRY,
               TIMESPAN     OF COUNTRY
               WITH POINTER COUNT-NAME
           END-UNSTRING
      *
           INSPECT TIMESPAN OF COUNTRY REPLACING ALL 'Z' BY SPACE,
              ALL '"' BY SPACE, ALL 'T' BY SPACE.
      *
      *
       BUFFER-TO-COUNTRY-NAME.
           UNSTRING CSV-LINE
               DELIMITED BY '"'
               INTO COUNTRY-NAME OF COUNTRY COUNT IN COUNT-NAME
               WITH POINTER PTR-NAME
           END-UNSTRING
      *
           ADD 4 TO COUNT-NAME.
      *
      *
       SCAN-VAXTXT-FEED.
           OPEN INPUT VAXTXT-FILE
           IF VAXTXT-STATUS = "00"
              SET FEED-PRESENT TO TRUE
              READ VAXTXT-FILE
                   AT END
                     SET SCAN-EOF TO TRUE
              END-READ
              PERFORM SCAN-VAXTXT-ROW UNTIL SCAN-EOF
              CLOSE VAXTXT-FILE
           END-IF.
      *
      *
       SCAN-VAXTXT-ROW.
           READ VAXTXT-FILE
                AT END
                  SET SCAN-EOF TO TRUE
                NOT AT END
                  ADD 1 TO SCAN-RECORDS
                  MOVE SPACE TO VAX-ROW
                  MOVE 2 TO PTR-NAME
                  UNSTRING VAX-CSV-LINE
                      DELIMITED BY '"'
                      INTO VXR-COUNTRY-NAME COUNT IN COUNT-NAME
                      WITH POINTER PTR-NAME
                  END-UNSTRING
                  ADD 4 TO COUNT-NAME
                  UNSTRING VAX-CSV-LINE
                      DELIMITED BY ","
                      INTO VXR-COUNTRY-CODE, VXR-TIMESPAN-YMD
                      WITH POINTER COUNT-NAME
                  END-UNSTRING
                  INSPECT VXR-TIMESPAN-YMD REPLACING ALL '"' BY SPACE
                  MOVE VXR-TIMESPAN-YMD TO SCAN-ROW-DATE
                  PERFORM NOTE-ROW-DATE
           END-READ.
      *
      *
       SCAN-CLAIM-FEED.
           OPEN INPUT CLAIM-FILE
           IF CLAIM-STATUS = "00"
              SET FEED-PRESENT TO TRUE
              READ CLAIM-FILE
                   AT END
                     SET SCAN-EOF TO TRUE
              END-READ
              PERFORM SCAN-CLAIM-ROW UNTIL SCAN-EOF
              CLOSE CLAIM-FILE
           END-IF.
      *
      *
       SCAN-CLAIM-ROW.
           READ CLAIM-FILE
                AT END
                  SET SCAN-EOF TO TRUE
                NOT AT END
                  ADD 1 TO SCAN-RECORDS
                  MOVE SPACE TO CLAIM-ROW
                  UNSTRING CLAIM-LINE
                      DELIMITED BY ","
                      INTO CLR-RECORD-ID, CLR-DD, CLR-MM, CLR-YYYY
                  END-UNSTRING
                  PERFORM NOTE-CLAIM-DATE
           END-READ.
      *
      *
       SCAN-STATE-CLAIM-FEED.
           OPEN INPUT STATE-CLAIM-FILE
           IF STATE-CLAIM-STATUS = "00"
              SET FEED-PRESENT TO TRUE
              READ STATE-CLAIM-FILE
                   AT END
                     SET SCAN-EOF TO TRUE
              END-READ
              PERFORM SCAN-STATE-CLAIM-ROW UNTIL SCAN-EOF
              CLOSE STATE-CLAIM-FILE
           END-IF.
      *
      *
       SCAN-STATE-CLAIM-ROW.
           READ STATE-CLAIM-FILE
                AT END
                  SET SCAN-EOF TO TRUE
                NOT AT END
                  ADD 1 TO SCAN-RECORDS
                  MOVE SPACE TO CLAIM-ROW
                  UNSTRING STATE-CLAIM-LINE
                      DELIMITED BY ","
                      INTO CLR-RECORD-ID, CLR-STATE-CODE,
                           CLR-DD, CLR-MM, CLR-YYYY
                  END-UNSTRING
                  PERFORM NOTE-CLAIM-DATE
           END-READ.
      *
      *
       SCAN-CONT-CLAIM-FEED.
           OPEN INPUT CONT-CLAIM-FILE
           IF CONT-CLAIM-STATUS = "00"
              SET FEED-PRESENT TO TRUE
              READ CONT-CLAIM-FILE
                   AT END
                     SET SCAN-EOF TO TRUE
              END-READ
              PERFORM SCAN-CONT-CLAIM-ROW UNTIL SCAN-EOF
              CLOSE CONT-CLAIM-FILE
           END-IF.
      *
      *
       SCAN-CONT-CLAIM-ROW.
           READ CONT-CLAIM-FILE
                AT END
                  SET SCAN-EOF TO TRUE
                NOT AT END
                  ADD 1 TO SCAN-RECORDS
                  MOVE SPACE TO CLAIM-ROW
                  UNSTRING CONT-CLAIM-LINE
                      DELIMITED BY ","
                      INTO CLR-RECORD-ID, CLR-DD, CLR-MM, CLR-YYYY
                  END-UNSTRING
                  PERFORM NOTE-CLAIM-DATE
           END-READ.
      *
      *
      *****************************************************************
      *        Claim rows carry day, month and year as separate
      *        columns - recast as YYYY-MM-DD, as CLMLD keys them.
      *****************************************************************
       NOTE-CLAIM-DATE.
           MOVE SPACE TO SCAN-ROW-DATE
           STRING CLR-YYYY "-" CLR-MM "-" CLR-DD
              DELIMITED BY SIZE INTO SCAN-ROW-DATE
           END-STRING
           PERFORM NOTE-ROW-DATE.
      *
      *
      *****************************************************************
      *        Widen the delivery's date range by one row's snapshot
      *        date; a row whose date cannot be read is counted, not
      *        ranged.  YYYY-MM-DD compares correctly as a string.
      *****************************************************************
       NOTE-ROW-DATE.
           PERFORM CHECK-ROW-DATE
           IF SCAN-ROW-DATE = SPACE
              ADD 1 TO SCAN-UNDATED
           ELSE
              IF SCAN-FIRST-DATE = SPACE OR
                 SCAN-ROW-DATE < SCAN-FIRST-DATE
                 MOVE SCAN-ROW-DATE TO SCAN-FIRST-DATE
              END-IF
              IF SCAN-LAST-DATE = SPACE OR
                 SCAN-ROW-DATE > SCAN-LAST-DATE
                 MOVE SCAN-ROW-DATE TO SCAN-LAST-DATE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        SCAN-ROW-DATE is blanked unless it reads as a real
      *        YYYY-MM-DD date.
      *****************************************************************
       CHECK-ROW-DATE.
           MOVE SCAN-ROW-DATE TO CONV-DATE-X
           IF SCAN-ROW-DATE (5:1) NOT = "-" OR
              SCAN-ROW-DATE (8:1) NOT = "-" OR
              CNV-YYYY NOT NUMERIC OR
              CNV-MM NOT NUMERIC OR
              CNV-DD NOT NUMERIC
              MOVE SPACE TO SCAN-ROW-DATE
           ELSE
              IF CNV-YYYY < 1900 OR
                 CNV-MM < 1 OR CNV-MM > 12 OR
                 CNV-DD < 1 OR CNV-DD > 31
                 MOVE SPACE TO SCAN-ROW-DATE
              END-IF
           END-IF.
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
       WRITE-RUN-SUMMARY.
           MOVE DECO-LINE TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
      *
           MOVE "FEEDS ON CALENDAR"           TO SMP-LABEL
           MOVE CAL-COUNT                     TO SMP-VALUE
           MOVE SUMMARY-PRINT TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
      *
           MOVE "EARLIER DELIVERIES ON LOG"   TO SMP-LABEL
           MOVE COUNT-LOG-READ                TO SMP-VALUE
           MOVE SUMMARY-PRINT TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
      *
           MOVE "FEEDS DELIVERED THIS CYCLE"  TO SMP-LABEL
           MOVE COUNT-DELIVERED               TO SMP-VALUE
           MOVE SUMMARY-PRINT TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
      *
           MOVE "DELIVERIES LOGGED"           TO SMP-LABEL
           MOVE COUNT-LOGGED                  TO SMP-VALUE
           MOVE SUMMARY-PRINT TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
      *
           MOVE "FINDINGS HOLDING THE BATCH"  TO SMP-LABEL
           MOVE COUNT-FINDINGS                TO SMP-VALUE
           MOVE SUMMARY-PRINT TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
      *
           MOVE "FEEDS HELD"                  TO SMP-LABEL
           MOVE COUNT-FEEDS-HELD              TO SMP-VALUE
           MOVE SUMMARY-PRINT TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE
      *
           IF COUNT-FEEDS-HELD > 0
              MOVE "HOLD" TO BSP-STATUS
           ELSE
              MOVE "RELEASE" TO BSP-STATUS
           END-IF
           MOVE BATCH-STATUS-PRINT TO FEED-RPT-LINE
           WRITE FEED-RPT-LINE END-WRITE.
