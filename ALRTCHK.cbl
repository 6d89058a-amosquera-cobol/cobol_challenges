      *****************************************************************
      * Program name:    ALRTCHK
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 DAVID QUINTERO  Created to give duty staff a short
      *                            exception list of what changed
      *                            overnight - COVFCST's trend flag
      *                            only ever showed up inside the full
      *                            forecast listing.  Runs after
      *                            CNTRYLD and evaluates the ALRTPARM
      *                            rule cards against each country's
      *                            newest CNTRYMS rows: 7-day new
      *                            cases per 100,000 (CNTRYREF
      *                            population) above CASES7D=, week-
      *                            over-week growth in new cases above
      *                            GROWTH= percent, and the 7-day new
      *                            deaths rising DEATHRISE= straight
      *                            days.  The alerts still open at the
      *                            end of the last run are read back
      *                            from that run's state file
      *                            (ALRTPRV), so every alert is
      *                            reported NEW, CONTINUING or CLEARED
      *                            rather than re-raised from scratch,
      *                            and the alerts open at the end of
      *                            this run are written to ALRTST for
      *                            tomorrow - the same prior-
      *                            generation pairing AUDITCMP uses
      *                            for AUDIT/AUDITPRV.  Every outcome
      *                            also goes to the ALRTEXT extract
      *                            and the ALRTRPT exception report.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALRTCHK.
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
           SELECT MASTER-FILE  ASSIGN  TO CNTRYMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS MST-KEY
               FILE STATUS  IS MASTER-STATUS.
           SELECT POP-REF-FILE ASSIGN  TO CNTRYREF
               FILE STATUS IS POP-REF-STATUS.
           SELECT ALRT-PARM-FILE ASSIGN TO ALRTPARM
               FILE STATUS IS ALRT-PARM-STATUS.
           SELECT PRIOR-STATE-FILE ASSIGN TO ALRTPRV
               FILE STATUS IS PRIOR-STATE-STATUS.
           SELECT ALERT-STATE-FILE ASSIGN TO ALRTST.
           SELECT ALERT-EXTRACT-FILE ASSIGN TO ALRTEXT.
           SELECT ALERT-RPT-FILE ASSIGN TO ALRTRPT.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *        Permanent country/date history master, maintained by
      *        CNTRYLD - see CNTRYMS.cpy.  Keyed country code + date,
      *        so a sequential pass hands back each country's series
      *        in date order, newest row last.
      *****************************************************************
       FD  MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        Country population reference file - the same layout
      *        COVID declares, including the region/continent code
      *        (carried, not used here).
      *****************************************************************
       FD  POP-REF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  POP-REF-LINE.
           05 PRL-COUNTRY-CODE  PIC X(03).
           05 PRL-POPULATION    PIC 9(10).
           05 PRL-COUNTRY-NAME  PIC X(50).
           05 PRL-REGION-CODE   PIC X(10).
           05 FILLER            PIC X(07).
      *****************************************************************
      *        Rule cards - CASES7D=, GROWTH=, DEATHRISE= and
      *        MINCASES= reset the rule thresholds, a value of zero
      *        switches that rule off; optional, the suite's usual
      *        card treatment.
      *****************************************************************
       FD  ALRT-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD       PIC X(80).
      *****************************************************************
      *        Alert state - one record per alert open at the end of
      *        a run.  ALRTPRV is the prior run's generation, read
      *        back; ALRTST is this run's, written for tomorrow.  A
      *        missing ALRTPRV (the first run) means nothing is open.
      *****************************************************************
       FD  PRIOR-STATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  PRIOR-STATE-RECORD.
           05 PS-COUNTRY-CODE   PIC X(03).
           05 PS-RULE-ID        PIC X(10).
           05 PS-FIRST-RAISED   PIC X(10).
           05 PS-DATA-DATE      PIC X(10).
           05 PS-RUN-COUNT      PIC 9(05).
           05 PS-VALUE          PIC S9(09)V9(02).
           05 PS-COUNTRY-NAME   PIC X(50).
           05 FILLER            PIC X(21).
       FD  ALERT-STATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  ALERT-STATE-RECORD.
           05 AS-COUNTRY-CODE   PIC X(03).
           05 AS-RULE-ID        PIC X(10).
           05 AS-FIRST-RAISED   PIC X(10).
           05 AS-DATA-DATE      PIC X(10).
           05 AS-RUN-COUNT      PIC 9(05).
           05 AS-VALUE          PIC S9(09)V9(02).
           05 AS-COUNTRY-NAME   PIC X(50).
           05 FILLER            PIC X(21).
      *****************************************************************
      *        Alert extract - one record per NEW, CONTINUING or
      *        CLEARED alert, stamped with the run date, for the
      *        paging/notification feed.
      *****************************************************************
       FD  ALERT-EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  ALERT-EXTRACT-RECORD.
           05 AX-RUN-DATE       PIC X(10).
           05 AX-COUNTRY-CODE   PIC X(03).
           05 AX-RULE-ID        PIC X(10).
           05 AX-STATUS         PIC X(10).
           05 AX-DATA-DATE      PIC X(10).
           05 AX-FIRST-RAISED   PIC X(10).
           05 AX-RUN-COUNT      PIC 9(05).
           05 AX-VALUE          PIC S9(09)V9(02).
           05 AX-THRESHOLD      PIC 9(07).
           05 AX-COUNTRY-NAME   PIC X(50).
           05 FILLER            PIC X(24).
       FD  ALERT-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  ALERT-RPT-LINE PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS      PIC XX VALUE SPACE.
       01  POP-REF-STATUS     PIC XX VALUE SPACE.
       01  ALRT-PARM-STATUS   PIC XX VALUE SPACE.
       01  PRIOR-STATE-STATUS PIC XX VALUE SPACE.
       01  MASTER-EOF-SW      PIC X VALUE 'N'.
           88 MASTER-EOF          VALUE 'Y'.
       01  POP-REF-EOF-SW     PIC X VALUE 'N'.
           88 POP-REF-EOF         VALUE 'Y'.
       01  ALRT-PARM-EOF-SW   PIC X VALUE 'N'.
           88 ALRT-PARM-EOF       VALUE 'Y'.
       01  PRIOR-STATE-EOF-SW PIC X VALUE 'N'.
           88 PRIOR-STATE-EOF     VALUE 'Y'.
      *
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
      *****************************************************************
      *        Numeric card-value parse - the same digit walk
      *        MSTSWEEP uses, so CASES7D=50 loads 50, not 50 padded
      *        out with zeros.
      *****************************************************************
       01  PARM-NUM-VALUE   PIC 9(09) COMP-4 VALUE 0.
       01  PARM-DIGIT-SW    PIC X VALUE 'N'.
           88 PARM-DIGIT-SEEN   VALUE 'Y'.
       01  PARM-SCAN-SUB    PIC 9(04) COMP-4 VALUE 0.
       01  PARM-SCAN-CHAR   PIC X.
       01  PARM-DIGIT-X     PIC X.
       01  PARM-DIGIT REDEFINES PARM-DIGIT-X PIC 9.
      *
      *****************************************************************
      *        Rule thresholds - 7-day new cases per 100,000 above
      *        CASES7D-LIMIT, week-over-week growth in new cases
      *        above GROWTH-LIMIT percent (ignored while the week
      *        carries fewer than MIN-WEEK-CASES, so one case against
      *        none is not a 100 percent jump), and the 7-day new
      *        deaths rising DEATH-RISE-DAYS days running.  The rising
      *        run is held within the history window below.
      *****************************************************************
       01  CASES7D-LIMIT    PIC 9(07) COMP-4 VALUE 100.
       01  GROWTH-LIMIT     PIC 9(07) COMP-4 VALUE 50.
       01  DEATH-RISE-DAYS  PIC 9(07) COMP-4 VALUE 5.
       01  DEATH-RISE-MAX   PIC 9(07) COMP-4 VALUE 50.
       01  MIN-WEEK-CASES   PIC 9(07) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Country population reference table, loaded once at
      *        start-of-run the same way COVID loads it.
      *****************************************************************
       01  POP-REF-TABLE.
           05  POP-REF-ENTRY OCCURS 500 TIMES.
               10  REF-COUNTRY-CODE  PIC X(03).
               10  REF-POPULATION    PIC 9(10) COMP-4.
       01  REF-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 500.
       01  REF-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  REF-SUB          PIC 9(06) COMP-4 VALUE 0.
       01  REF-FOUND-SW     PIC X VALUE 'N'.
           88 REF-FOUND         VALUE 'Y'.
           88 REF-NOT-FOUND     VALUE 'N'.
      *
      *****************************************************************
      *        Alerts open at the end of the prior run, loaded from
      *        ALRTPRV.  An entry is marked matched once today's
      *        evaluation of that country and rule has dealt with it;
      *        whatever is still unmatched after the sweep belongs to
      *        a country or rule no longer evaluated, and clears.
      *****************************************************************
       01  PRIOR-STATE-TABLE.
           05  PRIOR-STATE-ENTRY OCCURS 2000 TIMES.
               10  PST-COUNTRY-CODE  PIC X(03).
               10  PST-RULE-ID       PIC X(10).
               10  PST-FIRST-RAISED  PIC X(10).
               10  PST-DATA-DATE     PIC X(10).
               10  PST-RUN-COUNT     PIC 9(05) COMP-4.
               10  PST-VALUE         PIC S9(09)V9(02) COMP-4.
               10  PST-COUNTRY-NAME  PIC X(50).
               10  PST-MATCHED-SW    PIC X.
                   88 PST-MATCHED        VALUE 'Y'.
                   88 PST-NOT-MATCHED    VALUE 'N'.
       01  PST-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 2000.
       01  PST-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  PST-SUB          PIC 9(06) COMP-4 VALUE 0.
       01  PST-FOUND-SW     PIC X VALUE 'N'.
           88 PST-FOUND         VALUE 'Y'.
           88 PST-NOT-FOUND     VALUE 'N'.
      *
      *****************************************************************
      *        This run's outcomes, gathered so the report can list
      *        the NEW and CLEARED alerts ahead of the CONTINUING
      *        ones, and the state and extract files written from.
      *****************************************************************
       01  ALERT-TABLE.
           05  ALERT-ENTRY OCCURS 2000 TIMES.
               10  ALR-STATUS        PIC X(10).
               10  ALR-COUNTRY-CODE  PIC X(03).
               10  ALR-COUNTRY-NAME  PIC X(50).
               10  ALR-RULE-ID       PIC X(10).
               10  ALR-DATA-DATE     PIC X(10).
               10  ALR-FIRST-RAISED  PIC X(10).
               10  ALR-RUN-COUNT     PIC 9(05) COMP-4.
               10  ALR-VALUE         PIC S9(09)V9(02) COMP-4.
               10  ALR-THRESHOLD     PIC 9(07) COMP-4.
       01  ALR-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 2000.
       01  ALR-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  ALR-SUB          PIC 9(06) COMP-4 VALUE 0.
       01  PRINT-STATUS     PIC X(10) VALUE SPACE.
       01  PRINT-COUNT      PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Recent history of the country in hand - the last 60
      *        rows, kept round-robin (WIN-NEXT is the slot the next
      *        row overwrites, so once the window is full it is also
      *        the oldest row held).  Serial days, not row counts,
      *        bound every sum, so a missing day is simply absent.
      *****************************************************************
       01  WINDOW-TABLE.
           05  WINDOW-ENTRY OCCURS 60 TIMES.
               10  WIN-SERIAL        PIC S9(09) COMP-4.
               10  WIN-NEW-CASES     PIC S9(09) COMP-4.
               10  WIN-NEW-DEATHS    PIC S9(09) COMP-4.
       01  WIN-MAX-ENTRIES  PIC 9(04) COMP-4 VALUE 60.
       01  WIN-COUNT        PIC 9(04) COMP-4 VALUE 0.
       01  WIN-NEXT         PIC 9(04) COMP-4 VALUE 1.
       01  WIN-SUB          PIC 9(04) COMP-4 VALUE 0.
       01  WIN-FROM-SERIAL  PIC S9(09) COMP-4 VALUE 0.
       01  WIN-TO-SERIAL    PIC S9(09) COMP-4 VALUE 0.
       01  WIN-SUM-CASES    PIC S9(11) COMP-4 VALUE 0.
       01  WIN-SUM-DEATHS   PIC S9(11) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Serial-day conversion work - the MSTSWEEP routine, so
      *        two YYYY-MM-DD dates subtract to a day count.
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
      *        The country in hand and the rule being resolved.
      *****************************************************************
       01  CURR-COUNTRY-CODE PIC X(03) VALUE SPACE.
       01  CURR-COUNTRY-NAME PIC X(50) VALUE SPACE.
       01  CURR-POPULATION   PIC 9(10) COMP-4 VALUE 0.
       01  LAST-DATE         PIC X(10) VALUE SPACE.
       01  LAST-SERIAL       PIC S9(09) COMP-4 VALUE 0.
       01  OLDEST-SERIAL     PIC S9(09) COMP-4 VALUE 0.
       01  HISTORY-DAYS      PIC S9(09) COMP-4 VALUE 0.
       01  THIS-WEEK-CASES   PIC S9(11) COMP-4 VALUE 0.
       01  LAST-WEEK-CASES   PIC S9(11) COMP-4 VALUE 0.
       01  CURR-WEEK-DEATHS  PIC S9(11) COMP-4 VALUE 0.
       01  RISE-SUB          PIC 9(04) COMP-4 VALUE 0.
       01  RISE-SW           PIC X VALUE 'Y'.
           88 RISE-UNBROKEN      VALUE 'Y'.
           88 RISE-BROKEN        VALUE 'N'.
      *
       01  RULE-ID           PIC X(10) VALUE SPACE.
       01  RULE-VALUE        PIC S9(09)V9(02) COMP-4 VALUE 0.
       01  RULE-THRESHOLD    PIC 9(07) COMP-4 VALUE 0.
       01  RULE-FIRING-SW    PIC X VALUE 'N'.
           88 RULE-FIRING        VALUE 'Y'.
           88 RULE-NOT-FIRING    VALUE 'N'.
      *
       01  RUN-DATE-WORK.
           05 RDW-YYYY      PIC 9(04).
           05 RDW-MM        PIC 9(02).
           05 RDW-DD        PIC 9(02).
       01  RUN-DATE-YMD     PIC X(10) VALUE SPACE.
      *
      *****************************************************************
      *        Control totals.
      *****************************************************************
       01  COUNT-ROWS       PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-COUNTRIES  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-NO-POP     PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-PRIOR-OPEN PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-NEW        PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-CONTINUING PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-CLEARED    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-STATE-OUT  PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *                         Report elements
      *****************************************************************
       01  DECO-LINE    PIC X(132) VALUE ALL '-'.
      *
       01  ALERT-HEADING.
           05 FILLER   PIC X(12) VALUE " STATUS".
           05 FILLER   PIC X(06) VALUE " CODE".
           05 FILLER   PIC X(31) VALUE " COUNTRY".
           05 FILLER   PIC X(11) VALUE " RULE".
           05 FILLER   PIC X(11) VALUE " DATA DATE".
           05 FILLER   PIC X(17) VALUE "           VALUE".
           05 FILLER   PIC X(09) VALUE "   LIMIT".
           05 FILLER   PIC X(11) VALUE " RAISED".
           05 FILLER   PIC X(08) VALUE "   RUNS".
           05 FILLER   PIC X(16) VALUE SPACE.
      *
       01  ALERT-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 AP-STATUS       PIC X(10).
           05 FILLER          PIC X(01)  VALUE "|".
           05 AP-CODE         PIC X(03).
           05 FILLER          PIC X(02)  VALUE " |".
           05 AP-COUNTRY      PIC X(30).
           05 FILLER          PIC X(01)  VALUE "|".
           05 AP-RULE         PIC X(10).
           05 FILLER          PIC X(01)  VALUE "|".
           05 AP-DATA-DATE    PIC X(10).
           05 FILLER          PIC X(01)  VALUE "|".
           05 AP-VALUE        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02)  VALUE " |".
           05 AP-THRESHOLD    PIC ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 AP-FIRST-RAISED PIC X(10).
           05 FILLER          PIC X(01)  VALUE "|".
           05 AP-RUN-COUNT    PIC ZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 FILLER          PIC X(17)  VALUE SPACE.
      *
       01  BANNER-LINE.
           05 FILLER       PIC X     VALUE SPACE.
           05 BANNER-TEXT  PIC X(60).
           05 FILLER       PIC X(71) VALUE SPACE.
      *
       01  SUMMARY-PRINT.
           05 SP-LABEL        PIC X(30).
           05 SP-VALUE        PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(89) VALUE SPACE.
      *****************************************************************
      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM LOAD-ALRT-PARMS
           PERFORM LOAD-POPULATION-REF
           PERFORM LOAD-PRIOR-STATE
           PERFORM OPEN-FILES
      *
           PERFORM SCAN-ONE-ROW UNTIL MASTER-EOF
      *****************************************************************
      *            The last country's series is still open when the
      *            master runs out.
      *****************************************************************
           IF CURR-COUNTRY-CODE NOT = SPACE
              PERFORM EVALUATE-COUNTRY-RULES
           END-IF
           PERFORM CLEAR-UNMATCHED-ALERT
              VARYING PST-SUB FROM 1 BY 1 UNTIL PST-SUB > PST-COUNT
      *
           PERFORM WRITE-ALERT-FILES
              VARYING ALR-SUB FROM 1 BY 1 UNTIL ALR-SUB > ALR-COUNT
           PERFORM WRITE-ALERT-REPORT
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES
      *
           GOBACK.
      *
      *
       OPEN-FILES.
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "00"
              DISPLAY "CNTRYMS MASTER OPEN FAILED, STATUS "
                 MASTER-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT ALERT-STATE-FILE
           OPEN OUTPUT ALERT-EXTRACT-FILE
           OPEN OUTPUT ALERT-RPT-FILE
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE SPACE TO RUN-DATE-YMD
           STRING RDW-YYYY "-" RDW-MM "-" RDW-DD
              DELIMITED BY SIZE INTO RUN-DATE-YMD
           END-STRING.
      *
      *
       CLOSE-FILES.
           CLOSE MASTER-FILE
           CLOSE ALERT-STATE-FILE
           CLOSE ALERT-EXTRACT-FILE
           CLOSE ALERT-RPT-FILE.
      *
      *
       LOAD-ALRT-PARMS.
           OPEN INPUT ALRT-PARM-FILE
           IF ALRT-PARM-STATUS = "00"
              PERFORM LOAD-ALRT-PARM-CARD UNTIL ALRT-PARM-EOF
              CLOSE ALRT-PARM-FILE
           END-IF.
      *
      *
       LOAD-ALRT-PARM-CARD.
           READ ALRT-PARM-FILE
                AT END
                  SET ALRT-PARM-EOF TO TRUE
                NOT AT END
                  IF PARM-CARD (1:1) NOT = "*" AND PARM-CARD NOT = SPACE
                     MOVE SPACE TO PARM-KEYWORD
                     MOVE SPACE TO PARM-VALUE
                     UNSTRING PARM-CARD
                         DELIMITED BY "="
                         INTO PARM-KEYWORD PARM-VALUE
                     END-UNSTRING
                     PERFORM APPLY-ALRT-PARM
                  END-IF
           END-READ.
      *
      *
       APPLY-ALRT-PARM.
           PERFORM PARSE-PARM-NUMBER
           EVALUATE PARM-KEYWORD
              WHEN "CASES7D"
                 IF PARM-DIGIT-SEEN
                    MOVE PARM-NUM-VALUE TO CASES7D-LIMIT
                 END-IF
              WHEN "GROWTH"
                 IF PARM-DIGIT-SEEN
                    MOVE PARM-NUM-VALUE TO GROWTH-LIMIT
                 END-IF
              WHEN "DEATHRISE"
                 IF PARM-DIGIT-SEEN
                    IF PARM-NUM-VALUE > DEATH-RISE-MAX
                       DISPLAY "ALRTPARM CARD IGNORED: " PARM-CARD
                    ELSE
                       MOVE PARM-NUM-VALUE TO DEATH-RISE-DAYS
                    END-IF
                 END-IF
              WHEN "MINCASES"
                 IF PARM-DIGIT-SEEN
                    MOVE PARM-NUM-VALUE TO MIN-WEEK-CASES
                 END-IF
              WHEN OTHER
                 DISPLAY "ALRTPARM CARD IGNORED: " PARM-CARD
           END-EVALUATE.
      *
      *
       PARSE-PARM-NUMBER.
           MOVE 0 TO PARM-NUM-VALUE
           MOVE 'N' TO PARM-DIGIT-SW
           PERFORM PARSE-PARM-DIGIT
              VARYING PARM-SCAN-SUB FROM 1 BY 1
                 UNTIL PARM-SCAN-SUB > 5.
      *
      *
       PARSE-PARM-DIGIT.
           MOVE PARM-VALUE (PARM-SCAN-SUB:1) TO PARM-SCAN-CHAR
           IF PARM-SCAN-CHAR >= "0" AND PARM-SCAN-CHAR <= "9"
              SET PARM-DIGIT-SEEN TO TRUE
              MOVE PARM-SCAN-CHAR TO PARM-DIGIT-X
              COMPUTE PARM-NUM-VALUE =
                 PARM-NUM-VALUE * 10 + PARM-DIGIT
           END-IF.
      *
      *
      *****************************************************************
      *        A missing CNTRYREF leaves REF-COUNT at zero - the same
      *        missing-file-is-normal treatment COVID gives it - and
      *        the per-100,000 rule simply cannot fire.
      *****************************************************************
       LOAD-POPULATION-REF.
           OPEN INPUT POP-REF-FILE
           IF POP-REF-STATUS = "00"
              PERFORM LOAD-POPULATION-REF-ENTRY UNTIL POP-REF-EOF
              CLOSE POP-REF-FILE
           END-IF.
      *
      *
       LOAD-POPULATION-REF-ENTRY.
           READ POP-REF-FILE
                AT END
                  SET POP-REF-EOF TO TRUE
                NOT AT END
                  IF REF-COUNT >= REF-MAX-ENTRIES
                     DISPLAY "POP-REF-TABLE CAPACITY EXCEEDED - "
                        "RUN ABENDING"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  IF PRL-COUNTRY-CODE NOT = SPACE AND
                     PRL-POPULATION IS NUMERIC
                     ADD 1 TO REF-COUNT
                     MOVE PRL-COUNTRY-CODE
                       TO REF-COUNTRY-CODE (REF-COUNT)
                     MOVE PRL-POPULATION
                       TO REF-POPULATION (REF-COUNT)
                  END-IF
           END-READ.
      *
      *
      *****************************************************************
      *        The prior run's open alerts.  No ALRTPRV is the first
      *        run of the job - nothing is open, so everything that
      *        fires today is NEW.
      *****************************************************************
       LOAD-PRIOR-STATE.
           OPEN INPUT PRIOR-STATE-FILE
           IF PRIOR-STATE-STATUS = "00"
              PERFORM LOAD-PRIOR-STATE-ENTRY UNTIL PRIOR-STATE-EOF
              CLOSE PRIOR-STATE-FILE
           END-IF
           MOVE PST-COUNT TO COUNT-PRIOR-OPEN.
      *
      *
       LOAD-PRIOR-STATE-ENTRY.
           READ PRIOR-STATE-FILE
                AT END
                  SET PRIOR-STATE-EOF TO TRUE
                NOT AT END
                  IF PST-COUNT >= PST-MAX-ENTRIES
                     DISPLAY "PRIOR-STATE-TABLE CAPACITY EXCEEDED - "
                        "RUN ABENDING"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO PST-COUNT
                  MOVE PS-COUNTRY-CODE TO PST-COUNTRY-CODE (PST-COUNT)
                  MOVE PS-RULE-ID      TO PST-RULE-ID      (PST-COUNT)
                  MOVE PS-FIRST-RAISED TO PST-FIRST-RAISED (PST-COUNT)
                  MOVE PS-DATA-DATE    TO PST-DATA-DATE    (PST-COUNT)
                  MOVE PS-RUN-COUNT    TO PST-RUN-COUNT    (PST-COUNT)
                  MOVE PS-VALUE        TO PST-VALUE        (PST-COUNT)
                  MOVE PS-COUNTRY-NAME TO PST-COUNTRY-NAME (PST-COUNT)
                  SET PST-NOT-MATCHED (PST-COUNT) TO TRUE
           END-READ.
      *
      *
       SCAN-ONE-ROW.
           READ MASTER-FILE
                AT END
                  SET MASTER-EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-ROWS
                  IF MST-COUNTRY-CODE NOT = CURR-COUNTRY-CODE
                     IF CURR-COUNTRY-CODE NOT = SPACE
                        PERFORM EVALUATE-COUNTRY-RULES
                     END-IF
                     PERFORM START-COUNTRY
                  END-IF
                  PERFORM STORE-WINDOW-ROW
           END-READ.
      *
      *
       START-COUNTRY.
           MOVE MST-COUNTRY-CODE TO CURR-COUNTRY-CODE
           ADD 1 TO COUNT-COUNTRIES
           MOVE 0 TO WIN-COUNT
           MOVE 1 TO WIN-NEXT
           MOVE 0 TO CURR-POPULATION
           SET REF-NOT-FOUND TO TRUE
           PERFORM SEARCH-POPULATION-REF
              VARYING REF-SUB FROM 1 BY 1
                 UNTIL REF-SUB > REF-COUNT OR REF-FOUND
           IF REF-FOUND
              MOVE REF-POPULATION (REF-SUB - 1) TO CURR-POPULATION
           END-IF
           IF CURR-POPULATION = 0
              ADD 1 TO COUNT-NO-POP
           END-IF.
      *
      *
       SEARCH-POPULATION-REF.
           IF REF-SUB <= REF-COUNT
              IF REF-COUNTRY-CODE (REF-SUB) = MST-COUNTRY-CODE
                 SET REF-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        One row into the round-robin window - the newest row
      *        overwrites the oldest once sixty are held.
      *****************************************************************
       STORE-WINDOW-ROW.
           MOVE MST-COUNTRY-NAME TO CURR-COUNTRY-NAME
           MOVE MST-TIMESPAN-YMD TO LAST-DATE
           MOVE MST-TIMESPAN-YMD TO CONV-DATE-X
           PERFORM DATE-TO-SERIAL
           MOVE CONV-SERIAL    TO WIN-SERIAL     (WIN-NEXT)
           MOVE MST-NEW-CASES  TO WIN-NEW-CASES  (WIN-NEXT)
           MOVE MST-NEW-DEATHS TO WIN-NEW-DEATHS (WIN-NEXT)
           MOVE CONV-SERIAL TO LAST-SERIAL
           IF WIN-COUNT < WIN-MAX-ENTRIES
              ADD 1 TO WIN-COUNT
           END-IF
           ADD 1 TO WIN-NEXT
           IF WIN-NEXT > WIN-MAX-ENTRIES
              MOVE 1 TO WIN-NEXT
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
      *****************************************************************
      *        Sum the window rows dated after WIN-FROM-SERIAL up to
      *        and including WIN-TO-SERIAL.
      *****************************************************************
       SUM-WINDOW.
           MOVE 0 TO WIN-SUM-CASES
           MOVE 0 TO WIN-SUM-DEATHS
           PERFORM SUM-WINDOW-ENTRY
              VARYING WIN-SUB FROM 1 BY 1 UNTIL WIN-SUB > WIN-COUNT.
      *
      *
       SUM-WINDOW-ENTRY.
           IF WIN-SERIAL (WIN-SUB) > WIN-FROM-SERIAL AND
              WIN-SERIAL (WIN-SUB) NOT > WIN-TO-SERIAL
              ADD WIN-NEW-CASES  (WIN-SUB) TO WIN-SUM-CASES
              ADD WIN-NEW-DEATHS (WIN-SUB) TO WIN-SUM-DEATHS
           END-IF.
      *
      *
      *****************************************************************
      *        Close out one country - each rule is evaluated as of
      *        its newest row, and only over the history the window
      *        actually holds: a rule needing more days than the
      *        country has reported so far does not fire.
      *****************************************************************
       EVALUATE-COUNTRY-RULES.
           IF WIN-COUNT < WIN-MAX-ENTRIES
              MOVE WIN-SERIAL (1) TO OLDEST-SERIAL
           ELSE
              MOVE WIN-SERIAL (WIN-NEXT) TO OLDEST-SERIAL
           END-IF
           COMPUTE HISTORY-DAYS = LAST-SERIAL - OLDEST-SERIAL + 1
      *
           MOVE LAST-SERIAL TO WIN-TO-SERIAL
           COMPUTE WIN-FROM-SERIAL = LAST-SERIAL - 7
           PERFORM SUM-WINDOW
           MOVE WIN-SUM-CASES  TO THIS-WEEK-CASES
           MOVE WIN-SUM-DEATHS TO CURR-WEEK-DEATHS
           COMPUTE WIN-TO-SERIAL = LAST-SERIAL - 7
           COMPUTE WIN-FROM-SERIAL = LAST-SERIAL - 14
           PERFORM SUM-WINDOW
           MOVE WIN-SUM-CASES  TO LAST-WEEK-CASES
      *
           IF CASES7D-LIMIT > 0
              PERFORM EVALUATE-CASES7D-RULE
              PERFORM RESOLVE-ALERT
           END-IF
           IF GROWTH-LIMIT > 0
              PERFORM EVALUATE-GROWTH-RULE
              PERFORM RESOLVE-ALERT
           END-IF
           IF DEATH-RISE-DAYS > 0
              PERFORM EVALUATE-DEATHRISE-RULE
              PERFORM RESOLVE-ALERT
           END-IF.
      *
      *
       EVALUATE-CASES7D-RULE.
           MOVE "CASES7D" TO RULE-ID
           MOVE CASES7D-LIMIT TO RULE-THRESHOLD
           SET RULE-NOT-FIRING TO TRUE
           MOVE 0 TO RULE-VALUE
           IF CURR-POPULATION > 0
              COMPUTE RULE-VALUE ROUNDED =
                 THIS-WEEK-CASES * 100000 / CURR-POPULATION
              IF RULE-VALUE > CASES7D-LIMIT
                 SET RULE-FIRING TO TRUE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        Growth needs a full prior week to measure against, and
      *        a prior week with cases in it.
      *****************************************************************
       EVALUATE-GROWTH-RULE.
           MOVE "GROWTH" TO RULE-ID
           MOVE GROWTH-LIMIT TO RULE-THRESHOLD
           SET RULE-NOT-FIRING TO TRUE
           MOVE 0 TO RULE-VALUE
           IF HISTORY-DAYS >= 14 AND LAST-WEEK-CASES > 0
              COMPUTE RULE-VALUE ROUNDED =
                 (THIS-WEEK-CASES - LAST-WEEK-CASES) * 100
                    / LAST-WEEK-CASES
              IF RULE-VALUE > GROWTH-LIMIT AND
                 THIS-WEEK-CASES >= MIN-WEEK-CASES
                 SET RULE-FIRING TO TRUE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        The 7-day new deaths ending on each of the last N days
      *        must each be above the 7-day figure ending the day
      *        before - N+8 days of history in all.
      *****************************************************************
       EVALUATE-DEATHRISE-RULE.
           MOVE "DEATHRISE" TO RULE-ID
           MOVE DEATH-RISE-DAYS TO RULE-THRESHOLD
           SET RULE-NOT-FIRING TO TRUE
           MOVE CURR-WEEK-DEATHS TO RULE-VALUE
           IF HISTORY-DAYS >= DEATH-RISE-DAYS + 8
              SET RISE-UNBROKEN TO TRUE
              PERFORM CHECK-DEATH-RISE-DAY
                 VARYING RISE-SUB FROM 0 BY 1
                    UNTIL RISE-SUB >= DEATH-RISE-DAYS OR RISE-BROKEN
              IF RISE-UNBROKEN
                 SET RULE-FIRING TO TRUE
              END-IF
           END-IF.
      *
      *
       CHECK-DEATH-RISE-DAY.
           COMPUTE WIN-TO-SERIAL = LAST-SERIAL - RISE-SUB
           COMPUTE WIN-FROM-SERIAL = WIN-TO-SERIAL - 7
           PERFORM SUM-WINDOW
           MOVE WIN-SUM-DEATHS TO CURR-WEEK-DEATHS
           SUBTRACT 1 FROM WIN-TO-SERIAL
           SUBTRACT 1 FROM WIN-FROM-SERIAL
           PERFORM SUM-WINDOW
           IF CURR-WEEK-DEATHS NOT > WIN-SUM-DEATHS
              SET RISE-BROKEN TO TRUE
           END-IF.
      *
      *
      *****************************************************************
      *        Today's result for one country/rule against the prior
      *        run's state: firing and already open is CONTINUING,
      *        firing and not open is NEW, open but no longer firing
      *        is CLEARED.  Not firing and not open is not news.
      *****************************************************************
       RESOLVE-ALERT.
           SET PST-NOT-FOUND TO TRUE
           PERFORM SEARCH-PRIOR-STATE
              VARYING PST-SUB FROM 1 BY 1
                 UNTIL PST-SUB > PST-COUNT OR PST-FOUND
           IF PST-FOUND
              SUBTRACT 1 FROM PST-SUB
              SET PST-MATCHED (PST-SUB) TO TRUE
           END-IF
           IF RULE-FIRING OR PST-FOUND
              PERFORM ADD-ALERT-ENTRY
              MOVE CURR-COUNTRY-CODE TO ALR-COUNTRY-CODE (ALR-COUNT)
              MOVE CURR-COUNTRY-NAME TO ALR-COUNTRY-NAME (ALR-COUNT)
              MOVE RULE-ID           TO ALR-RULE-ID      (ALR-COUNT)
              MOVE LAST-DATE         TO ALR-DATA-DATE    (ALR-COUNT)
              MOVE RULE-VALUE        TO ALR-VALUE        (ALR-COUNT)
              MOVE RULE-THRESHOLD    TO ALR-THRESHOLD    (ALR-COUNT)
              EVALUATE TRUE
                 WHEN RULE-FIRING AND PST-FOUND
                    MOVE "CONTINUING" TO ALR-STATUS (ALR-COUNT)
                    MOVE PST-FIRST-RAISED (PST-SUB)
                      TO ALR-FIRST-RAISED (ALR-COUNT)
                    COMPUTE ALR-RUN-COUNT (ALR-COUNT) =
                       PST-RUN-COUNT (PST-SUB) + 1
                    ADD 1 TO COUNT-CONTINUING
                 WHEN RULE-FIRING
                    MOVE "NEW" TO ALR-STATUS (ALR-COUNT)
                    MOVE RUN-DATE-YMD TO ALR-FIRST-RAISED (ALR-COUNT)
                    MOVE 1 TO ALR-RUN-COUNT (ALR-COUNT)
                    ADD 1 TO COUNT-NEW
                 WHEN OTHER
                    MOVE "CLEARED" TO ALR-STATUS (ALR-COUNT)
                    MOVE PST-FIRST-RAISED (PST-SUB)
                      TO ALR-FIRST-RAISED (ALR-COUNT)
                    MOVE PST-RUN-COUNT (PST-SUB)
                      TO ALR-RUN-COUNT (ALR-COUNT)
                    ADD 1 TO COUNT-CLEARED
              END-EVALUATE
           END-IF.
      *
      *
       SEARCH-PRIOR-STATE.
           IF PST-SUB <= PST-COUNT
              IF PST-COUNTRY-CODE (PST-SUB) = CURR-COUNTRY-CODE AND
                 PST-RULE-ID (PST-SUB) = RULE-ID
                 SET PST-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
       ADD-ALERT-ENTRY.
           IF ALR-COUNT >= ALR-MAX-ENTRIES
              DISPLAY "ALERT-TABLE CAPACITY EXCEEDED - "
                 "RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO ALR-COUNT.
      *
      *
      *****************************************************************
      *        An alert still open from the prior run that nothing
      *        evaluated today - its country has left the master or
      *        its rule has been switched off - clears, carrying the
      *        last figures it was raised on.
      *****************************************************************
       CLEAR-UNMATCHED-ALERT.
           IF PST-NOT-MATCHED (PST-SUB)
              PERFORM ADD-ALERT-ENTRY
              MOVE "CLEARED" TO ALR-STATUS (ALR-COUNT)
              MOVE PST-COUNTRY-CODE (PST-SUB)
                TO ALR-COUNTRY-CODE (ALR-COUNT)
              MOVE PST-COUNTRY-NAME (PST-SUB)
                TO ALR-COUNTRY-NAME (ALR-COUNT)
              MOVE PST-RULE-ID (PST-SUB) TO ALR-RULE-ID (ALR-COUNT)
              MOVE PST-DATA-DATE (PST-SUB)
                TO ALR-DATA-DATE (ALR-COUNT)
              MOVE PST-VALUE (PST-SUB) TO ALR-VALUE (ALR-COUNT)
              MOVE 0 TO ALR-THRESHOLD (ALR-COUNT)
              MOVE PST-FIRST-RAISED (PST-SUB)
                TO ALR-FIRST-RAISED (ALR-COUNT)
              MOVE PST-RUN-COUNT (PST-SUB)
                TO ALR-RUN-COUNT (ALR-COUNT)
              ADD 1 TO COUNT-CLEARED
           END-IF.
      *
      *
      *****************************************************************
      *        Every outcome goes to the extract; only the alerts
      *        still open carry forward to tomorrow's state file.
      *****************************************************************
       WRITE-ALERT-FILES.
           MOVE SPACE TO ALERT-EXTRACT-RECORD
           MOVE RUN-DATE-YMD                 TO AX-RUN-DATE
           MOVE ALR-COUNTRY-CODE (ALR-SUB)   TO AX-COUNTRY-CODE
           MOVE ALR-RULE-ID      (ALR-SUB)   TO AX-RULE-ID
           MOVE ALR-STATUS       (ALR-SUB)   TO AX-STATUS
           MOVE ALR-DATA-DATE    (ALR-SUB)   TO AX-DATA-DATE
           MOVE ALR-FIRST-RAISED (ALR-SUB)   TO AX-FIRST-RAISED
           MOVE ALR-RUN-COUNT    (ALR-SUB)   TO AX-RUN-COUNT
           MOVE ALR-VALUE        (ALR-SUB)   TO AX-VALUE
           MOVE ALR-THRESHOLD    (ALR-SUB)   TO AX-THRESHOLD
           MOVE ALR-COUNTRY-NAME (ALR-SUB)   TO AX-COUNTRY-NAME
           WRITE ALERT-EXTRACT-RECORD
           END-WRITE
      *
           IF ALR-STATUS (ALR-SUB) NOT = "CLEARED"
              MOVE SPACE TO ALERT-STATE-RECORD
              MOVE ALR-COUNTRY-CODE (ALR-SUB) TO AS-COUNTRY-CODE
              MOVE ALR-RULE-ID      (ALR-SUB) TO AS-RULE-ID
              MOVE ALR-FIRST-RAISED (ALR-SUB) TO AS-FIRST-RAISED
              MOVE ALR-DATA-DATE    (ALR-SUB) TO AS-DATA-DATE
              MOVE ALR-RUN-COUNT    (ALR-SUB) TO AS-RUN-COUNT
              MOVE ALR-VALUE        (ALR-SUB) TO AS-VALUE
              MOVE ALR-COUNTRY-NAME (ALR-SUB) TO AS-COUNTRY-NAME
              WRITE ALERT-STATE-RECORD
              END-WRITE
              ADD 1 TO COUNT-STATE-OUT
           END-IF.
      *
      *
      *****************************************************************
      *        The exception report - what is new overnight first,
      *        then what has gone away, then what is still open.
      *****************************************************************
       WRITE-ALERT-REPORT.
           MOVE "CNTRYMS THRESHOLD ALERTS" TO BANNER-TEXT
           MOVE BANNER-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
           MOVE SPACE TO ALERT-RPT-LINE
           STRING " RUN DATE " RUN-DATE-YMD
              DELIMITED BY SIZE INTO ALERT-RPT-LINE
           END-STRING
           WRITE ALERT-RPT-LINE END-WRITE
      *
           MOVE "NEW" TO PRINT-STATUS
           MOVE "NEW ALERTS" TO BANNER-TEXT
           PERFORM WRITE-STATUS-BLOCK
           MOVE "CLEARED" TO PRINT-STATUS
           MOVE "CLEARED ALERTS" TO BANNER-TEXT
           PERFORM WRITE-STATUS-BLOCK
           MOVE "CONTINUING" TO PRINT-STATUS
           MOVE "CONTINUING ALERTS" TO BANNER-TEXT
           PERFORM WRITE-STATUS-BLOCK.
      *
      *
       WRITE-STATUS-BLOCK.
           MOVE DECO-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
           MOVE BANNER-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
           MOVE ALERT-HEADING TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
           MOVE 0 TO PRINT-COUNT
           PERFORM PRINT-ALERT-LINE
              VARYING ALR-SUB FROM 1 BY 1 UNTIL ALR-SUB > ALR-COUNT
           IF PRINT-COUNT = 0
              MOVE "   NONE" TO ALERT-RPT-LINE
              WRITE ALERT-RPT-LINE END-WRITE
           END-IF.
      *
      *
       PRINT-ALERT-LINE.
           IF ALR-STATUS (ALR-SUB) = PRINT-STATUS
              ADD 1 TO PRINT-COUNT
              MOVE ALR-STATUS       (ALR-SUB) TO AP-STATUS
              MOVE ALR-COUNTRY-CODE (ALR-SUB) TO AP-CODE
              MOVE ALR-COUNTRY-NAME (ALR-SUB) TO AP-COUNTRY
              MOVE ALR-RULE-ID      (ALR-SUB) TO AP-RULE
              MOVE ALR-DATA-DATE    (ALR-SUB) TO AP-DATA-DATE
              MOVE ALR-VALUE        (ALR-SUB) TO AP-VALUE
              MOVE ALR-THRESHOLD    (ALR-SUB) TO AP-THRESHOLD
              MOVE ALR-FIRST-RAISED (ALR-SUB) TO AP-FIRST-RAISED
              MOVE ALR-RUN-COUNT    (ALR-SUB) TO AP-RUN-COUNT
              MOVE ALERT-PRINT TO ALERT-RPT-LINE
              WRITE ALERT-RPT-LINE
              END-WRITE
           END-IF.
      *
      *
       WRITE-RUN-SUMMARY.
           MOVE DECO-LINE TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
           MOVE SPACE TO ALERT-RPT-LINE
           MOVE "ALRTCHK CONTROL TOTALS" TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM CNTRYMS"      TO SP-LABEL
           MOVE COUNT-ROWS                   TO SP-VALUE
           MOVE SUMMARY-PRINT TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
      *
           MOVE "COUNTRIES EVALUATED"         TO SP-LABEL
           MOVE COUNT-COUNTRIES              TO SP-VALUE
           MOVE SUMMARY-PRINT TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
      *
           MOVE "COUNTRIES WITH NO POPULATION" TO SP-LABEL
           MOVE COUNT-NO-POP                 TO SP-VALUE
           MOVE SUMMARY-PRINT TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
      *
           MOVE "ALERTS OPEN FROM PRIOR RUN"  TO SP-LABEL
           MOVE COUNT-PRIOR-OPEN             TO SP-VALUE
           MOVE SUMMARY-PRINT TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
      *
           MOVE "NEW ALERTS"                  TO SP-LABEL
           MOVE COUNT-NEW                    TO SP-VALUE
           MOVE SUMMARY-PRINT TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
      *
           MOVE "CONTINUING ALERTS"           TO SP-LABEL
           MOVE COUNT-CONTINUING             TO SP-VALUE
           MOVE SUMMARY-PRINT TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
      *
           MOVE "CLEARED ALERTS"              TO SP-LABEL
           MOVE COUNT-CLEARED                TO SP-VALUE
           MOVE SUMMARY-PRINT TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE
      *
           MOVE "ALERTS OPEN FOR NEXT RUN"    TO SP-LABEL
           MOVE COUNT-STATE-OUT              TO SP-VALUE
           MOVE SUMMARY-PRINT TO ALERT-RPT-LINE
           WRITE ALERT-RPT-LINE END-WRITE.
