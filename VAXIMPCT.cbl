      *****************************************************************
      * Program name:    VAXIMPCT
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 DAVID QUINTERO  Created to line the case history
      *                            (CNTRYMS, see CNTRYMS.cpy) up with
      *                            the vaccination/testing history
      *                            (VAXMS, see VAXMS.cpy) by country
      *                            and snapshot date, the two masters
      *                            having only ever been reported
      *                            apart.  Both are keyed country code
      *                            + date, so one match-merge pass
      *                            joins them on the same key with no
      *                            code translation in between.  Each
      *                            country's days are banded by the
      *                            highest fully-vaccinated coverage
      *                            level (IMPPARM LEVEL= cards,
      *                            default 25/50/70 percent of the
      *                            CNTRYREF population) it has crossed
      *                            so far, and every band shows the
      *                            case-fatality rate, the average
      *                            daily new cases per 100,000 and the
      *                            test positivity (new cases over
      *                            tests performed on the days both
      *                            masters carry), so the before-and-
      *                            after question is answered here
      *                            instead of in a spreadsheet.  The
      *                            same band rows go out comma
      *                            delimited on the IMPCTCSV sidecar.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VAXIMPCT.
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
           SELECT VAX-MASTER-FILE ASSIGN TO VAXMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VAX-KEY
               FILE STATUS  IS VAX-MASTER-STATUS.
           SELECT POP-REF-FILE ASSIGN  TO CNTRYREF
               FILE STATUS IS POP-REF-STATUS.
           SELECT IMP-PARM-FILE ASSIGN TO IMPPARM
               FILE STATUS IS IMP-PARM-STATUS.
           SELECT IMP-RPT-FILE ASSIGN  TO IMPCTRPT.
           SELECT IMP-CSV-FILE ASSIGN  TO IMPCTCSV
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *        Permanent country/date history master, maintained by
      *        CNTRYLD - see CNTRYMS.cpy.
      *****************************************************************
       FD  MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        Permanent country/date vaccination history master,
      *        maintained by VAXLOAD - see VAXMS.cpy.
      *****************************************************************
       FD  VAX-MASTER-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY VAXMS.
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
      *        Run-control parameter card file - LEVEL=nn cards, in
      *        ascending order, replace the default 25/50/70 percent
      *        coverage levels; optional, the suite's usual card
      *        treatment.
      *****************************************************************
       FD  IMP-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD       PIC X(80).
       FD  IMP-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  IMP-RPT-LINE PIC X(132).
      *****************************************************************
      *        CSV sidecar - one row per country/coverage band, comma
      *        delimited, for load into the BI tool without a
      *        reformatting step.
      *****************************************************************
       FD  IMP-CSV-FILE.
       01  IMP-CSV-LINE PIC X(200).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS     PIC XX VALUE SPACE.
       01  VAX-MASTER-STATUS PIC XX VALUE SPACE.
       01  POP-REF-STATUS    PIC XX VALUE SPACE.
       01  IMP-PARM-STATUS   PIC XX VALUE SPACE.
       01  MASTER-EOF-SW     PIC X VALUE 'N'.
           88 MASTER-EOF         VALUE 'Y'.
       01  VAX-MASTER-EOF-SW PIC X VALUE 'N'.
           88 VAX-MASTER-EOF     VALUE 'Y'.
       01  POP-REF-EOF-SW    PIC X VALUE 'N'.
           88 POP-REF-EOF        VALUE 'Y'.
       01  IMP-PARM-EOF-SW   PIC X VALUE 'N'.
           88 IMP-PARM-EOF       VALUE 'Y'.
      *
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
      *****************************************************************
      *        Numeric card-value parse - the same digit walk
      *        MSTSWEEP uses, so LEVEL=25 loads 25, not 25 padded out
      *        with zeros.
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
      *        Coverage levels - percent of the reference population
      *        fully vaccinated.  Band 1 is everything below the first
      *        level; band n+1 is the days on or after the country
      *        first reached level n.  The first LEVEL= card throws
      *        the defaults away.
      *****************************************************************
       01  LEVEL-TABLE.
           05  LEVEL-PCT    PIC 9(03) COMP-4 OCCURS 5 TIMES.
       01  LEVEL-MAX-ENTRIES PIC 9(04) COMP-4 VALUE 5.
       01  LEVEL-COUNT      PIC 9(04) COMP-4 VALUE 0.
       01  LEVEL-SUB        PIC 9(04) COMP-4 VALUE 0.
       01  LEVEL-CARD-SW    PIC X VALUE 'N'.
           88 LEVEL-CARD-SEEN   VALUE 'Y'.
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
      *        Match-merge keys - each master's current key, or
      *        HIGH-VALUES once that master has run out, so the lower
      *        key always drives the next step of the merge.
      *****************************************************************
       01  CASE-MERGE-KEY   PIC X(13) VALUE SPACE.
       01  VAX-MERGE-KEY    PIC X(13) VALUE SPACE.
       01  MERGE-COUNTRY-CODE PIC X(03) VALUE SPACE.
       01  DAY-TESTED-SW    PIC X VALUE 'N'.
           88 DAY-TESTED        VALUE 'Y'.
           88 DAY-NOT-TESTED    VALUE 'N'.
      *
      *****************************************************************
      *        The country in hand - its population, the highest
      *        coverage its VAXMS series has reached so far (coverage
      *        is a level, so a later dip in a revised snapshot does
      *        not move a country back below a level it already
      *        crossed), and the band its days are landing in.
      *****************************************************************
       01  PREV-COUNTRY-CODE   PIC X(03) VALUE SPACE.
       01  CTRY-COUNTRY-NAME   PIC X(50) VALUE SPACE.
       01  CTRY-POPULATION     PIC 9(10) COMP-4 VALUE 0.
       01  CTRY-MAX-COVERAGE   PIC 9(05)V9(02) COMP-4 VALUE 0.
       01  CTRY-CASE-DAYS      PIC 9(09) COMP-4 VALUE 0.
       01  CTRY-CURR-BAND      PIC 9(04) COMP-4 VALUE 1.
       01  CTRY-VAX-SW         PIC X VALUE 'N'.
           88 CTRY-HAS-VAX         VALUE 'Y'.
           88 CTRY-HAS-NO-VAX      VALUE 'N'.
       01  ROW-COVERAGE        PIC 9(05)V9(02) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Per-band accumulators for the country in hand - band 1
      *        below the first level, band n+1 at or past level n.
      *        Tests, and the new cases positivity is measured on,
      *        only accumulate for days both masters carry.
      *****************************************************************
       01  BAND-TABLE.
           05  BAND-ENTRY OCCURS 6 TIMES.
               10  BND-FIRST-DATE    PIC X(10).
               10  BND-DAYS          PIC 9(09) COMP-4.
               10  BND-NEW-CASES     PIC S9(11) COMP-4.
               10  BND-NEW-DEATHS    PIC S9(11) COMP-4.
               10  BND-TESTED-DAYS   PIC 9(09) COMP-4.
               10  BND-TESTED-CASES  PIC S9(11) COMP-4.
               10  BND-TESTS         PIC S9(13) COMP-4.
       01  BAND-COUNT       PIC 9(04) COMP-4 VALUE 0.
       01  BAND-SUB         PIC 9(04) COMP-4 VALUE 0.
       01  BAND-LABEL       PIC X(14) VALUE SPACE.
       01  BAND-LEVEL-EDIT  PIC ZZ9.
      *
      *****************************************************************
      *        Rate work for the band in hand - case-fatality rate is
      *        new deaths over new cases, the per-100,000 figure is
      *        the band's average day so bands of different lengths
      *        compare, and positivity is new cases over tests on the
      *        days tests were reported.
      *****************************************************************
       01  BAND-CFR         PIC 9(05)V9(02) COMP-4 VALUE 0.
       01  BAND-P100K       PIC 9(07)V9(02) COMP-4 VALUE 0.
       01  BAND-POSITIVITY  PIC 9(05)V9(02) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Country codes on either master with no CNTRYREF entry
      *        (or a zero population) - their coverage can't be
      *        measured, so every day lands in band 1; flagged on the
      *        country line and listed after the body.
      *****************************************************************
       01  UNKNOWN-CODE-TABLE.
           05  UNKNOWN-CODE-ENTRY OCCURS 500 TIMES.
               10  UNK-COUNTRY-CODE  PIC X(03).
               10  UNK-ROW-COUNT     PIC 9(09) COMP-4.
       01  UNK-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 500.
       01  UNK-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  UNK-SUB          PIC 9(06) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Control totals - the merge's one-sided and matched
      *        keys show at a glance how well the two masters line up.
      *****************************************************************
       01  COUNT-CASE-ROWS     PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-VAX-ROWS      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-MATCHED       PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-CASE-ONLY     PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-VAX-ONLY      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-COUNTRIES     PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-NO-VAX        PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-NO-CASES      PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        CSV sidecar staging - plain display pictures so the
      *        STRING carries fixed-width numerics, and the name
      *        trimmed of its padding the way COVID's sidecar does.
      *****************************************************************
       01  CSV-DAYS         PIC 9(06).
       01  CSV-NEW-CASES    PIC 9(09).
       01  CSV-NEW-DEATHS   PIC 9(09).
       01  CSV-TESTS        PIC 9(11).
       01  CSV-CFR          PIC 9(05).9(02).
       01  CSV-P100K        PIC 9(07).9(02).
       01  CSV-POSITIVITY   PIC 9(05).9(02).
       01  CSV-NAME-LEN     PIC 9(03) COMP-4 VALUE 0.
       01  CSV-BAND-LEN     PIC 9(03) COMP-4 VALUE 0.
       01  TRIM-DONE-SW     PIC X VALUE 'N'.
           88 TRIM-DONE          VALUE 'Y'.
           88 TRIM-NOT-DONE      VALUE 'N'.
      *
      *****************************************************************
      *                         Report elements
      *****************************************************************
       01  DECO-LINE    PIC X(132) VALUE ALL '-'.
      *
       01  IMP-HEADING-1.
           05 FILLER   PIC X(15) VALUE " COVERAGE BAND".
           05 FILLER   PIC X(11) VALUE " FIRST DAY".
           05 FILLER   PIC X(07) VALUE "   DAYS".
           05 FILLER   PIC X(14) VALUE "     NEW CASES".
           05 FILLER   PIC X(14) VALUE "    NEW DEATHS".
           05 FILLER   PIC X(10) VALUE "       CFR".
           05 FILLER   PIC X(12) VALUE "   NEW CASES".
           05 FILLER   PIC X(13) VALUE "        TESTS".
           05 FILLER   PIC X(10) VALUE "  POSITIVE".
           05 FILLER   PIC X(26) VALUE SPACE.
      *
       01  IMP-HEADING-2.
           05 FILLER   PIC X(15) VALUE SPACE.
           05 FILLER   PIC X(11) VALUE " IN BAND".
           05 FILLER   PIC X(07) VALUE SPACE.
           05 FILLER   PIC X(14) VALUE SPACE.
           05 FILLER   PIC X(14) VALUE SPACE.
           05 FILLER   PIC X(10) VALUE "       PCT".
           05 FILLER   PIC X(12) VALUE " /100K/DAY".
           05 FILLER   PIC X(13) VALUE "    (MATCHED)".
           05 FILLER   PIC X(10) VALUE "       PCT".
           05 FILLER   PIC X(26) VALUE SPACE.
      *
       01  COUNTRY-HEADING-PRINT.
           05 FILLER            PIC X(01)  VALUE SPACE.
           05 CHP-COUNTRY-CODE  PIC X(03).
           05 FILLER            PIC X(01)  VALUE SPACE.
           05 CHP-COUNTRY-NAME  PIC X(30).
           05 FILLER            PIC X(12)  VALUE " POPULATION".
           05 CHP-POPULATION    PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(16)  VALUE "  PEAK COVERAGE".
           05 CHP-COVERAGE      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(02)  VALUE "% ".
           05 CHP-FLAG          PIC X(30).
           05 FILLER            PIC X(15)  VALUE SPACE.
      *
       01  IMPACT-DETAIL-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 IDP-BAND        PIC X(14).
           05 FILLER          PIC X(01)  VALUE "|".
           05 IDP-FIRST-DATE  PIC X(10).
           05 FILLER          PIC X(01)  VALUE "|".
           05 IDP-DAYS        PIC ZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 IDP-NEW-CASES   PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 IDP-NEW-DEATHS  PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 IDP-CFR         PIC Z,ZZ9.99.
           05 FILLER          PIC X(03)  VALUE "% |".
           05 IDP-P100K       PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(02)  VALUE " |".
           05 IDP-TESTS       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 IDP-POSITIVITY  PIC Z,ZZ9.99.
           05 FILLER          PIC X(03)  VALUE "% |".
           05 FILLER          PIC X(23)  VALUE SPACE.
      *
       01  UNKNOWN-CODE-PRINT.
           05 FILLER            PIC X      VALUE "|".
           05 UNP-COUNTRY-CODE  PIC X(03).
           05 FILLER            PIC X(03)  VALUE "  |".
           05 UNP-ROW-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(06)  VALUE " ROWS".
      *
       01  LEVEL-ECHO-PRINT.
           05 FILLER            PIC X(01)  VALUE SPACE.
           05 FILLER            PIC X(24)  VALUE
              "COVERAGE LEVELS (PCT):".
           05 LEP-LEVELS        PIC X(40).
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
           PERFORM LOAD-IMP-PARMS
           PERFORM LOAD-POPULATION-REF
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
      *****************************************************************
      *            Prime both masters, then merge on the shared
      *            country code + date key until both run out.
      *****************************************************************
           PERFORM READ-CASE-MASTER
           PERFORM READ-VAX-MASTER
           PERFORM MERGE-ONE-KEY
              UNTIL MASTER-EOF AND VAX-MASTER-EOF
           IF PREV-COUNTRY-CODE NOT = SPACE
              PERFORM WRITE-COUNTRY-BLOCK
           END-IF
           PERFORM WRITE-UNKNOWN-CODE-BLOCK
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
           OPEN INPUT VAX-MASTER-FILE
           IF VAX-MASTER-STATUS NOT = "00"
              DISPLAY "VAXMS MASTER OPEN FAILED, STATUS "
                 VAX-MASTER-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT IMP-RPT-FILE
           OPEN OUTPUT IMP-CSV-FILE.
      *
      *
       CLOSE-FILES.
           CLOSE MASTER-FILE
           CLOSE VAX-MASTER-FILE
           CLOSE IMP-RPT-FILE
           CLOSE IMP-CSV-FILE.
      *
      *
      *****************************************************************
      *        Coverage-level cards.  With no file, or no LEVEL=
      *        card, the run takes the default 25/50/70 levels; a
      *        level that does not climb above the one before it is
      *        ignored, since the bands must step upward.
      *****************************************************************
       LOAD-IMP-PARMS.
           OPEN INPUT IMP-PARM-FILE
           IF IMP-PARM-STATUS = "00"
              PERFORM LOAD-IMP-PARM-CARD UNTIL IMP-PARM-EOF
              CLOSE IMP-PARM-FILE
           END-IF
           IF NOT LEVEL-CARD-SEEN
              MOVE 25 TO LEVEL-PCT (1)
              MOVE 50 TO LEVEL-PCT (2)
              MOVE 70 TO LEVEL-PCT (3)
              MOVE 3  TO LEVEL-COUNT
           END-IF
           COMPUTE BAND-COUNT = LEVEL-COUNT + 1.
      *
      *
       LOAD-IMP-PARM-CARD.
           READ IMP-PARM-FILE
                AT END
                  SET IMP-PARM-EOF TO TRUE
                NOT AT END
                  IF PARM-CARD (1:1) NOT = "*" AND PARM-CARD NOT = SPACE
                     MOVE SPACE TO PARM-KEYWORD
                     MOVE SPACE TO PARM-VALUE
                     UNSTRING PARM-CARD
                         DELIMITED BY "="
                         INTO PARM-KEYWORD PARM-VALUE
                     END-UNSTRING
                     PERFORM APPLY-IMP-PARM
                  END-IF
           END-READ.
      *
      *
       APPLY-IMP-PARM.
           PERFORM PARSE-PARM-NUMBER
           EVALUATE PARM-KEYWORD
              WHEN "LEVEL"
                 PERFORM ADD-COVERAGE-LEVEL
              WHEN OTHER
                 DISPLAY "IMPPARM CARD IGNORED: " PARM-CARD
           END-EVALUATE.
      *
      *
       ADD-COVERAGE-LEVEL.
           SET LEVEL-CARD-SEEN TO TRUE
           IF NOT PARM-DIGIT-SEEN OR PARM-NUM-VALUE = 0 OR
              PARM-NUM-VALUE > 100
              DISPLAY "IMPPARM CARD IGNORED: " PARM-CARD
           ELSE
              IF LEVEL-COUNT >= LEVEL-MAX-ENTRIES
                 DISPLAY "IMPPARM CARD IGNORED: " PARM-CARD
              ELSE
                 IF LEVEL-COUNT > 0 AND
                    PARM-NUM-VALUE NOT > LEVEL-PCT (LEVEL-COUNT)
                    DISPLAY "IMPPARM CARD IGNORED: " PARM-CARD
                 ELSE
                    ADD 1 TO LEVEL-COUNT
                    MOVE PARM-NUM-VALUE TO LEVEL-PCT (LEVEL-COUNT)
                 END-IF
              END-IF
           END-IF.
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
      *        missing-file-is-normal treatment COVID gives it - in
      *        which case no coverage can be measured, every day
      *        lands below the first level and every code is listed.
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
       WRITE-REPORT-HEADER.
           MOVE "VACCINATION COVERAGE VERSUS CASE OUTCOMES"
             TO BANNER-TEXT
           MOVE BANNER-LINE TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
           MOVE SPACE TO LEP-LEVELS
           MOVE 1 TO PARM-SCAN-SUB
           PERFORM ECHO-ONE-LEVEL
              VARYING LEVEL-SUB FROM 1 BY 1
                 UNTIL LEVEL-SUB > LEVEL-COUNT
           MOVE LEVEL-ECHO-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
           MOVE DECO-LINE TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
           MOVE IMP-HEADING-1 TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
           MOVE IMP-HEADING-2 TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
           MOVE DECO-LINE TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE.
      *
      *
       ECHO-ONE-LEVEL.
           MOVE LEVEL-PCT (LEVEL-SUB) TO BAND-LEVEL-EDIT
           STRING BAND-LEVEL-EDIT DELIMITED BY SIZE
              INTO LEP-LEVELS WITH POINTER PARM-SCAN-SUB
           END-STRING.
      *
      *
      *****************************************************************
      *        Each master reads back in country code + date order;
      *        at end of file its merge key goes to HIGH-VALUES so the
      *        other master drains through the merge on its own.
      *****************************************************************
       READ-CASE-MASTER.
           READ MASTER-FILE
                AT END
                  SET MASTER-EOF TO TRUE
                  MOVE HIGH-VALUES TO CASE-MERGE-KEY
                NOT AT END
                  ADD 1 TO COUNT-CASE-ROWS
                  MOVE MST-KEY TO CASE-MERGE-KEY
           END-READ.
      *
      *
       READ-VAX-MASTER.
           READ VAX-MASTER-FILE
                AT END
                  SET VAX-MASTER-EOF TO TRUE
                  MOVE HIGH-VALUES TO VAX-MERGE-KEY
                NOT AT END
                  ADD 1 TO COUNT-VAX-ROWS
                  MOVE VAX-KEY TO VAX-MERGE-KEY
           END-READ.
      *
      *
      *****************************************************************
      *        One step of the merge.  A vaccination snapshot is
      *        applied before the case day on the same key, so a day
      *        that crosses a level counts in the new band; a case day
      *        with no VAXMS row of its own carries the country's
      *        coverage forward from its last snapshot.
      *****************************************************************
       MERGE-ONE-KEY.
           EVALUATE TRUE
              WHEN CASE-MERGE-KEY < VAX-MERGE-KEY
                 MOVE MST-COUNTRY-CODE TO MERGE-COUNTRY-CODE
                 PERFORM CHECK-COUNTRY-BREAK
                 ADD 1 TO COUNT-CASE-ONLY
                 SET DAY-NOT-TESTED TO TRUE
                 PERFORM ACCUM-CASE-DAY
                 PERFORM READ-CASE-MASTER
              WHEN CASE-MERGE-KEY = VAX-MERGE-KEY
                 MOVE MST-COUNTRY-CODE TO MERGE-COUNTRY-CODE
                 PERFORM CHECK-COUNTRY-BREAK
                 ADD 1 TO COUNT-MATCHED
                 PERFORM APPLY-VAX-SNAPSHOT
                 IF VAX-TESTS-DONE > 0
                    SET DAY-TESTED TO TRUE
                 ELSE
                    SET DAY-NOT-TESTED TO TRUE
                 END-IF
                 PERFORM ACCUM-CASE-DAY
                 PERFORM READ-CASE-MASTER
                 PERFORM READ-VAX-MASTER
              WHEN OTHER
                 MOVE VAX-COUNTRY-CODE TO MERGE-COUNTRY-CODE
                 PERFORM CHECK-COUNTRY-BREAK
                 ADD 1 TO COUNT-VAX-ONLY
                 PERFORM APPLY-VAX-SNAPSHOT
                 PERFORM READ-VAX-MASTER
           END-EVALUATE.
      *
      *
       CHECK-COUNTRY-BREAK.
           IF MERGE-COUNTRY-CODE NOT = PREV-COUNTRY-CODE
              IF PREV-COUNTRY-CODE NOT = SPACE
                 PERFORM WRITE-COUNTRY-BLOCK
              END-IF
              PERFORM START-COUNTRY
           END-IF.
      *
      *
      *****************************************************************
      *        Open a new country - population off CNTRYREF, bands
      *        cleared, coverage back to zero.
      *****************************************************************
       START-COUNTRY.
           MOVE MERGE-COUNTRY-CODE TO PREV-COUNTRY-CODE
           ADD 1 TO COUNT-COUNTRIES
           MOVE SPACE TO CTRY-COUNTRY-NAME
           MOVE 0 TO CTRY-MAX-COVERAGE
           MOVE 0 TO CTRY-CASE-DAYS
           MOVE 1 TO CTRY-CURR-BAND
           SET CTRY-HAS-NO-VAX TO TRUE
           PERFORM CLEAR-BAND-ENTRY
              VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 6
      *
           MOVE 0 TO CTRY-POPULATION
           SET REF-NOT-FOUND TO TRUE
           PERFORM SEARCH-POPULATION-REF
              VARYING REF-SUB FROM 1 BY 1
                 UNTIL REF-SUB > REF-COUNT OR REF-FOUND
           IF REF-FOUND
              MOVE REF-POPULATION (REF-SUB - 1) TO CTRY-POPULATION
           END-IF.
      *
      *
       CLEAR-BAND-ENTRY.
           MOVE SPACE TO BND-FIRST-DATE   (BAND-SUB)
           MOVE 0     TO BND-DAYS         (BAND-SUB)
           MOVE 0     TO BND-NEW-CASES    (BAND-SUB)
           MOVE 0     TO BND-NEW-DEATHS   (BAND-SUB)
           MOVE 0     TO BND-TESTED-DAYS  (BAND-SUB)
           MOVE 0     TO BND-TESTED-CASES (BAND-SUB)
           MOVE 0     TO BND-TESTS        (BAND-SUB).
      *
      *
       SEARCH-POPULATION-REF.
           IF REF-SUB <= REF-COUNT
              IF REF-COUNTRY-CODE (REF-SUB) = MERGE-COUNTRY-CODE
                 SET REF-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        A VAXMS snapshot - coverage off the reference
      *        population, kept as the country's high-water mark, and
      *        the band re-set to the highest level now reached.
      *****************************************************************
       APPLY-VAX-SNAPSHOT.
           SET CTRY-HAS-VAX TO TRUE
           IF CTRY-COUNTRY-NAME = SPACE
              MOVE VAX-COUNTRY-NAME TO CTRY-COUNTRY-NAME
           END-IF
           IF CTRY-POPULATION > 0
              COMPUTE ROW-COVERAGE ROUNDED =
                 VAX-FULLY-VAXED * 100 / CTRY-POPULATION
              IF ROW-COVERAGE > CTRY-MAX-COVERAGE
                 MOVE ROW-COVERAGE TO CTRY-MAX-COVERAGE
              END-IF
           END-IF
           MOVE 1 TO CTRY-CURR-BAND
           PERFORM SET-CURRENT-BAND
              VARYING LEVEL-SUB FROM 1 BY 1
                 UNTIL LEVEL-SUB > LEVEL-COUNT.
      *
      *
       SET-CURRENT-BAND.
           IF CTRY-MAX-COVERAGE >= LEVEL-PCT (LEVEL-SUB)
              COMPUTE CTRY-CURR-BAND = LEVEL-SUB + 1
           END-IF.
      *
      *
      *****************************************************************
      *        One CNTRYMS day into the band the country is in now -
      *        the band's first day is the day the level was crossed.
      *****************************************************************
       ACCUM-CASE-DAY.
           MOVE MST-COUNTRY-NAME TO CTRY-COUNTRY-NAME
           ADD 1 TO CTRY-CASE-DAYS
           MOVE CTRY-CURR-BAND TO BAND-SUB
           IF BND-DAYS (BAND-SUB) = 0
              MOVE MST-TIMESPAN-YMD TO BND-FIRST-DATE (BAND-SUB)
           END-IF
           ADD 1 TO BND-DAYS (BAND-SUB)
           ADD MST-NEW-CASES  TO BND-NEW-CASES  (BAND-SUB)
           ADD MST-NEW-DEATHS TO BND-NEW-DEATHS (BAND-SUB)
           IF DAY-TESTED
              ADD 1 TO BND-TESTED-DAYS (BAND-SUB)
              ADD MST-NEW-CASES  TO BND-TESTED-CASES (BAND-SUB)
              ADD VAX-TESTS-DONE TO BND-TESTS (BAND-SUB)
           END-IF.
      *
      *
      *****************************************************************
      *        Close out one country - its heading line, then one
      *        line (and one CSV row) per band it spent any days in.
      *****************************************************************
       WRITE-COUNTRY-BLOCK.
           MOVE PREV-COUNTRY-CODE TO CHP-COUNTRY-CODE
           MOVE CTRY-COUNTRY-NAME TO CHP-COUNTRY-NAME
           MOVE CTRY-POPULATION   TO CHP-POPULATION
           MOVE CTRY-MAX-COVERAGE TO CHP-COVERAGE
           MOVE SPACE TO CHP-FLAG
           EVALUATE TRUE
              WHEN CTRY-POPULATION = 0
                 MOVE "* NO CNTRYREF POPULATION" TO CHP-FLAG
                 PERFORM RECORD-UNKNOWN-CODE
              WHEN CTRY-CASE-DAYS = 0
                 MOVE "* NO CNTRYMS CASE ROWS" TO CHP-FLAG
              WHEN CTRY-HAS-NO-VAX
                 MOVE "* NO VAXMS SNAPSHOTS" TO CHP-FLAG
           END-EVALUATE
           IF CTRY-CASE-DAYS = 0
              ADD 1 TO COUNT-NO-CASES
           END-IF
           IF CTRY-HAS-NO-VAX
              ADD 1 TO COUNT-NO-VAX
           END-IF
           MOVE COUNTRY-HEADING-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
      *
           PERFORM PRINT-BAND-LINE
              VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > BAND-COUNT.
      *
      *
       PRINT-BAND-LINE.
           IF BND-DAYS (BAND-SUB) > 0
              PERFORM SET-BAND-LABEL
              PERFORM SET-BAND-RATES
              MOVE BAND-LABEL                  TO IDP-BAND
              MOVE BND-FIRST-DATE  (BAND-SUB)  TO IDP-FIRST-DATE
              MOVE BND-DAYS        (BAND-SUB)  TO IDP-DAYS
              MOVE BND-NEW-CASES   (BAND-SUB)  TO IDP-NEW-CASES
              MOVE BND-NEW-DEATHS  (BAND-SUB)  TO IDP-NEW-DEATHS
              MOVE BAND-CFR                    TO IDP-CFR
              MOVE BAND-P100K                  TO IDP-P100K
              MOVE BND-TESTS       (BAND-SUB)  TO IDP-TESTS
              MOVE BAND-POSITIVITY             TO IDP-POSITIVITY
              MOVE IMPACT-DETAIL-PRINT TO IMP-RPT-LINE
              WRITE IMP-RPT-LINE
              END-WRITE
              PERFORM WRITE-IMPACT-CSV
           END-IF.
      *
      *
      *****************************************************************
      *        "BELOW 25%" for band 1, "25% AND OVER" for the rest.
      *****************************************************************
       SET-BAND-LABEL.
           MOVE SPACE TO BAND-LABEL
           IF BAND-SUB = 1
              IF LEVEL-COUNT = 0
                 MOVE "ALL DAYS" TO BAND-LABEL
              ELSE
                 MOVE LEVEL-PCT (1) TO BAND-LEVEL-EDIT
                 STRING "BELOW " BAND-LEVEL-EDIT "%"
                    DELIMITED BY SIZE INTO BAND-LABEL
                 END-STRING
              END-IF
           ELSE
              MOVE LEVEL-PCT (BAND-SUB - 1) TO BAND-LEVEL-EDIT
              STRING BAND-LEVEL-EDIT "% AND OVER"
                 DELIMITED BY SIZE INTO BAND-LABEL
              END-STRING
           END-IF.
      *
      *
      *****************************************************************
      *        A band with no cases, no population or no tests prints
      *        a zero rate, the way the suite's other percent columns
      *        treat a zero divisor.
      *****************************************************************
       SET-BAND-RATES.
           MOVE 0 TO BAND-CFR
           MOVE 0 TO BAND-P100K
           MOVE 0 TO BAND-POSITIVITY
           IF BND-NEW-CASES (BAND-SUB) > 0 AND
              BND-NEW-DEATHS (BAND-SUB) > 0
              COMPUTE BAND-CFR ROUNDED =
                 BND-NEW-DEATHS (BAND-SUB) * 100
                    / BND-NEW-CASES (BAND-SUB)
           END-IF
           IF CTRY-POPULATION > 0 AND BND-NEW-CASES (BAND-SUB) > 0
              COMPUTE BAND-P100K ROUNDED =
                 BND-NEW-CASES (BAND-SUB) * 100000
                    / (CTRY-POPULATION * BND-DAYS (BAND-SUB))
           END-IF
           IF BND-TESTS (BAND-SUB) > 0 AND
              BND-TESTED-CASES (BAND-SUB) > 0
              COMPUTE BAND-POSITIVITY ROUNDED =
                 BND-TESTED-CASES (BAND-SUB) * 100
                    / BND-TESTS (BAND-SUB)
           END-IF.
      *
      *
       RECORD-UNKNOWN-CODE.
           IF UNK-COUNT >= UNK-MAX-ENTRIES
              DISPLAY "UNKNOWN-CODE-TABLE CAPACITY EXCEEDED - "
                 "RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO UNK-COUNT
           MOVE PREV-COUNTRY-CODE TO UNK-COUNTRY-CODE (UNK-COUNT)
           MOVE CTRY-CASE-DAYS    TO UNK-ROW-COUNT    (UNK-COUNT).
      *
      *
       WRITE-IMPACT-CSV.
           MOVE BND-DAYS       (BAND-SUB) TO CSV-DAYS
           MOVE BND-NEW-CASES  (BAND-SUB) TO CSV-NEW-CASES
           MOVE BND-NEW-DEATHS (BAND-SUB) TO CSV-NEW-DEATHS
           MOVE BND-TESTS      (BAND-SUB) TO CSV-TESTS
           MOVE BAND-CFR                  TO CSV-CFR
           MOVE BAND-P100K                TO CSV-P100K
           MOVE BAND-POSITIVITY           TO CSV-POSITIVITY
      *
           SET TRIM-NOT-DONE TO TRUE
           PERFORM FIND-CSV-NAME-LEN
              VARYING CSV-NAME-LEN FROM 50 BY -1
                 UNTIL CSV-NAME-LEN = 0 OR TRIM-DONE
           IF TRIM-DONE
              ADD 1 TO CSV-NAME-LEN
           END-IF
           IF CSV-NAME-LEN = 0
              MOVE 1 TO CSV-NAME-LEN
           END-IF
      *
           SET TRIM-NOT-DONE TO TRUE
           PERFORM FIND-CSV-BAND-LEN
              VARYING CSV-BAND-LEN FROM 14 BY -1
                 UNTIL CSV-BAND-LEN = 0 OR TRIM-DONE
           IF TRIM-DONE
              ADD 1 TO CSV-BAND-LEN
           END-IF
           IF CSV-BAND-LEN = 0
              MOVE 1 TO CSV-BAND-LEN
           END-IF
      *
           MOVE SPACE TO IMP-CSV-LINE
           STRING PREV-COUNTRY-CODE DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  CTRY-COUNTRY-NAME (1:CSV-NAME-LEN) DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  BAND-LABEL (1:CSV-BAND-LEN) DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  BND-FIRST-DATE (BAND-SUB) DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  CSV-DAYS         DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  CSV-NEW-CASES    DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  CSV-NEW-DEATHS   DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  CSV-CFR          DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  CSV-P100K        DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  CSV-TESTS        DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  CSV-POSITIVITY   DELIMITED BY SIZE
                  INTO IMP-CSV-LINE
           END-STRING
           WRITE IMP-CSV-LINE
           END-WRITE.
      *
      *
       FIND-CSV-NAME-LEN.
           IF CTRY-COUNTRY-NAME (CSV-NAME-LEN:1) NOT = SPACE
              SET TRIM-DONE TO TRUE
           END-IF.
      *
      *
       FIND-CSV-BAND-LEN.
           IF BAND-LABEL (CSV-BAND-LEN:1) NOT = SPACE
              SET TRIM-DONE TO TRUE
           END-IF.
      *
      *
       WRITE-UNKNOWN-CODE-BLOCK.
           IF UNK-COUNT > 0
              MOVE DECO-LINE TO IMP-RPT-LINE
              WRITE IMP-RPT-LINE END-WRITE
              MOVE "COUNTRY CODES WITH NO CNTRYREF POPULATION ENTRY"
                TO BANNER-TEXT
              MOVE BANNER-LINE TO IMP-RPT-LINE
              WRITE IMP-RPT-LINE END-WRITE
              PERFORM PRINT-UNKNOWN-CODE-LINE
                 VARYING UNK-SUB FROM 1 BY 1 UNTIL UNK-SUB > UNK-COUNT
           END-IF.
      *
      *
       PRINT-UNKNOWN-CODE-LINE.
           MOVE UNK-COUNTRY-CODE (UNK-SUB) TO UNP-COUNTRY-CODE
           MOVE UNK-ROW-COUNT    (UNK-SUB) TO UNP-ROW-COUNT
           MOVE UNKNOWN-CODE-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE
           END-WRITE.
      *
      *
       WRITE-RUN-SUMMARY.
           MOVE DECO-LINE TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
           MOVE SPACE TO IMP-RPT-LINE
           MOVE "VAXIMPCT CONTROL TOTALS" TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM CNTRYMS"      TO SP-LABEL
           MOVE COUNT-CASE-ROWS              TO SP-VALUE
           MOVE SUMMARY-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM VAXMS"        TO SP-LABEL
           MOVE COUNT-VAX-ROWS               TO SP-VALUE
           MOVE SUMMARY-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
      *
           MOVE "KEYS ON BOTH MASTERS"        TO SP-LABEL
           MOVE COUNT-MATCHED                TO SP-VALUE
           MOVE SUMMARY-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
      *
           MOVE "KEYS ON CNTRYMS ONLY"        TO SP-LABEL
           MOVE COUNT-CASE-ONLY              TO SP-VALUE
           MOVE SUMMARY-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
      *
           MOVE "KEYS ON VAXMS ONLY"          TO SP-LABEL
           MOVE COUNT-VAX-ONLY               TO SP-VALUE
           MOVE SUMMARY-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
      *
           MOVE "COUNTRIES REPORTED"          TO SP-LABEL
           MOVE COUNT-COUNTRIES              TO SP-VALUE
           MOVE SUMMARY-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
      *
           MOVE "COUNTRIES WITH NO VAXMS ROWS" TO SP-LABEL
           MOVE COUNT-NO-VAX                 TO SP-VALUE
           MOVE SUMMARY-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE
      *
           MOVE "COUNTRIES WITH NO CASE ROWS" TO SP-LABEL
           MOVE COUNT-NO-CASES               TO SP-VALUE
           MOVE SUMMARY-PRINT TO IMP-RPT-LINE
           WRITE IMP-RPT-LINE END-WRITE.
