      *****************************************************************
      * Program name:    CNTRYWKS
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 DAVID QUINTERO  Created to look after the country/
      *                            ISO-week summary master (CNTRYWK,
      *                            see CNTRYWK.cpy) outside the nightly
      *                            load.  MODE=REBUILD regenerates the
      *                            whole summary from CNTRYMS from
      *                            scratch (first build, after a
      *                            CNTRYMNT purge or restore, or when
      *                            the two are in doubt) and proves the
      *                            result ties out to the master - row
      *                            count against summed day counts, NEW
      *                            figures summed both ways, and each
      *                            country's latest cumulative totals.
      *                            MODE=VERIFY makes the same pass
      *                            without updating, lists every week
      *                            missing from, extra on or different
      *                            on CNTRYWK, and ties out the same
      *                            totals.  MODE=REFRESH re-sums only
      *                            the weeks holding a key logged to
      *                            CNTRYIL or CNTRYRV under LOADDATE=
      *                            (default today) - run after CNTRYREC
      *                            carries figures onto the master, and
      *                            after CNTRYBKO backs a load out, both
      *                            of which change CNTRYMS behind
      *                            CNTRYLD's back.  Any difference or
      *                            total that does not tie ends the run
      *                            with RETURN-CODE 8.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNTRYWKS.
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
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MST-KEY
               FILE STATUS  IS MASTER-STATUS.
           SELECT WEEK-SUMMARY-FILE ASSIGN TO CNTRYWK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS WKS-KEY
               FILE STATUS  IS WEEK-SUMMARY-STATUS.
           SELECT REVISION-FILE ASSIGN TO CNTRYRV
               FILE STATUS IS REVISION-STATUS.
           SELECT INSERT-LOG-FILE ASSIGN TO CNTRYIL
               FILE STATUS IS INSERT-LOG-STATUS.
           SELECT WKS-RPT-FILE ASSIGN  TO WKSRPT.
           SELECT WKS-PARM-FILE ASSIGN TO WKSPARM
               FILE STATUS IS WKS-PARM-STATUS.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *        Permanent country/date history master, maintained by
      *        CNTRYLD - see CNTRYMS.cpy.  Read in key order for a
      *        rebuild or verify, from a week's Monday for a refresh.
      *****************************************************************
       FD  MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        Country/ISO-week summary master - see CNTRYWK.cpy.
      *****************************************************************
       FD  WEEK-SUMMARY-FILE
           RECORD CONTAINS 240 CHARACTERS.
       COPY CNTRYWK.
      *****************************************************************
      *        CNTRYLD's revision file and insert log - between them
      *        every key a load (or a CNTRYREC run) changed, with
      *        its date.  Only a refresh reads them.
      *****************************************************************
       FD  REVISION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 190 CHARACTERS.
       01  REVISION-RECORD.
           05 RV-LOAD-DATE     PIC X(10).
           05 RV-MASTER-IMAGE  PIC X(180).
       FD  INSERT-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  INSERT-LOG-RECORD.
           05 IL-LOAD-DATE     PIC X(10).
           05 IL-MASTER-KEY    PIC X(13).
           05 FILLER           PIC X(17).
       FD  WKS-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  WKS-RPT-LINE PIC X(132).
      *****************************************************************
      *        Run-control parameter card file - MODE=REBUILD,
      *        VERIFY (the default) or REFRESH, and LOADDATE= for a
      *        refresh; optional, the suite's usual card treatment.
      *****************************************************************
       FD  WKS-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD       PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS       PIC XX VALUE SPACE.
       01  WEEK-SUMMARY-STATUS PIC XX VALUE SPACE.
       01  REVISION-STATUS     PIC XX VALUE SPACE.
       01  INSERT-LOG-STATUS   PIC XX VALUE SPACE.
       01  WKS-PARM-STATUS     PIC XX VALUE SPACE.
       01  MASTER-EOF-SW       PIC X VALUE 'N'.
           88 MASTER-EOF           VALUE 'Y'.
       01  SUMMARY-EOF-SW      PIC X VALUE 'N'.
           88 SUMMARY-EOF          VALUE 'Y'.
       01  REVISION-EOF-SW     PIC X VALUE 'N'.
           88 REVISION-EOF         VALUE 'Y'.
       01  INSERT-LOG-EOF-SW   PIC X VALUE 'N'.
           88 INSERT-LOG-EOF       VALUE 'Y'.
       01  WKS-PARM-EOF-SW     PIC X VALUE 'N'.
           88 WKS-PARM-EOF         VALUE 'Y'.
      *
      *****************************************************************
      *        Run-control parameter card work area - VERIFY is the
      *        default, so a run with no cards updates nothing.
      *****************************************************************
       01  RUN-MODE-SW      PIC X VALUE 'V'.
           88 VERIFY-MODE        VALUE 'V'.
           88 REBUILD-MODE       VALUE 'B'.
           88 REFRESH-MODE       VALUE 'R'.
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
       01  REFRESH-DATE     PIC X(10) VALUE SPACE.
      *
       01  RUN-DATE-WORK.
           05 RDW-YYYY      PIC 9(04).
           05 RDW-MM        PIC 9(02).
           05 RDW-DD        PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE-WORK PIC 9(08).
       01  RUN-DATE-YMD     PIC X(10) VALUE SPACE.
      *
      *****************************************************************
      *        The week being summed off the master, laid out as a
      *        CNTRYWK row so it can be written, or compared whole
      *        (less the refresh date) with the row already there.
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
       01  WEEK-OPEN-SW     PIC X VALUE 'N'.
           88 WEEK-OPEN          VALUE 'Y'.
           88 WEEK-NOT-OPEN      VALUE 'N'.
       01  WEEK-ROWS-SW     PIC X VALUE 'N'.
           88 WEEK-ROWS-DONE     VALUE 'Y'.
           88 WEEK-ROWS-NOT-DONE VALUE 'N'.
       01  WEEK-DATE-SW     PIC X VALUE 'N'.
           88 WEEK-DATE-OK       VALUE 'Y'.
           88 WEEK-DATE-BAD      VALUE 'N'.
      *
      *****************************************************************
      *        Weeks to refresh - one entry per country/ISO week
      *        holding a key logged under the refresh date.
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
       01  LOGGED-KEY.
           05 LGK-COUNTRY-CODE  PIC X(03).
           05 LGK-TIMESPAN-YMD  PIC X(10).
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
      *        Tie-out control totals, built independently off each
      *        file - rows against summed day counts, the NEW figures
      *        summed across every row or week, and the cumulative
      *        totals of each country's last row or week.
      *****************************************************************
       01  MST-TIE-TOTALS.
           05 MTT-ROWS          PIC S9(13) COMP-4 VALUE 0.
           05 MTT-NEW-CASES     PIC S9(13) COMP-4 VALUE 0.
           05 MTT-NEW-DEATHS    PIC S9(13) COMP-4 VALUE 0.
           05 MTT-NEW-RECOV     PIC S9(13) COMP-4 VALUE 0.
           05 MTT-TOT-CASES     PIC S9(13) COMP-4 VALUE 0.
           05 MTT-TOT-DEATHS    PIC S9(13) COMP-4 VALUE 0.
           05 MTT-TOT-RECOV     PIC S9(13) COMP-4 VALUE 0.
       01  MST-CURR-CODE        PIC X(03) VALUE SPACE.
       01  MST-LAST-TOT-CASES   PIC S9(09) COMP-4 VALUE 0.
       01  MST-LAST-TOT-DEATHS  PIC S9(09) COMP-4 VALUE 0.
       01  MST-LAST-TOT-RECOV   PIC S9(09) COMP-4 VALUE 0.
      *
       01  WKS-TIE-TOTALS.
           05 WTT-ROWS          PIC S9(13) COMP-4 VALUE 0.
           05 WTT-NEW-CASES     PIC S9(13) COMP-4 VALUE 0.
           05 WTT-NEW-DEATHS    PIC S9(13) COMP-4 VALUE 0.
           05 WTT-NEW-RECOV     PIC S9(13) COMP-4 VALUE 0.
           05 WTT-TOT-CASES     PIC S9(13) COMP-4 VALUE 0.
           05 WTT-TOT-DEATHS    PIC S9(13) COMP-4 VALUE 0.
           05 WTT-TOT-RECOV     PIC S9(13) COMP-4 VALUE 0.
       01  WKS-CURR-CODE        PIC X(03) VALUE SPACE.
       01  WKS-LAST-TOT-CASES   PIC S9(09) COMP-4 VALUE 0.
       01  WKS-LAST-TOT-DEATHS  PIC S9(09) COMP-4 VALUE 0.
       01  WKS-LAST-TOT-RECOV   PIC S9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Run control counts.
      *****************************************************************
       01  COUNT-ROWS           PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-NO-WEEK        PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-BUILT    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-READ     PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-MATCHED  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-MISSING  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-EXTRA    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-DIFFER   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-LOGGED-KEYS    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-ADDED    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-UPDATED  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-UNCHANGED PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-WEEKS-DROPPED  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-TIE-FAILS      PIC 9(04) COMP-4 VALUE 0.
      *
      *****************************************************************
      *                         Report elements
      *****************************************************************
       01  DECO-LINE    PIC X(132) VALUE ALL '-'.
      *
       01  BANNER-LINE.
           05 FILLER       PIC X     VALUE SPACE.
           05 BANNER-TEXT  PIC X(60).
           05 FILLER       PIC X(71) VALUE SPACE.
      *
       01  PARM-ECHO-PRINT.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 FILLER        PIC X(13) VALUE "RUN CONTROL:".
           05 FILLER        PIC X(05) VALUE "MODE=".
           05 PEP-MODE      PIC X(08).
           05 FILLER        PIC X(10) VALUE " LOADDATE=".
           05 PEP-LOAD-DATE PIC X(10).
           05 FILLER        PIC X(85) VALUE SPACE.
      *
       01  WEEK-HEADING-1.
           05 FILLER   PIC X(06) VALUE " CODE".
           05 FILLER   PIC X(09) VALUE " WEEK".
           05 FILLER   PIC X(17) VALUE " FINDING".
           05 FILLER   PIC X(39) VALUE " FROM CNTRYMS".
           05 FILLER   PIC X(39) VALUE " ON CNTRYWK".
           05 FILLER   PIC X(22) VALUE SPACE.
       01  WEEK-HEADING-2.
           05 FILLER   PIC X(32) VALUE SPACE.
           05 FILLER   PIC X(39) VALUE
              " DAYS  NEW CASES    TOTAL  LAST DATE".
           05 FILLER   PIC X(39) VALUE
              " DAYS  NEW CASES    TOTAL  LAST DATE".
           05 FILLER   PIC X(22) VALUE SPACE.
      *
       01  WEEK-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 WP-CODE         PIC X(03).
           05 FILLER          PIC X(02)  VALUE " |".
           05 WP-ISO-WEEK     PIC X(08).
           05 FILLER          PIC X(01)  VALUE "|".
           05 WP-FINDING      PIC X(16).
           05 FILLER          PIC X(01)  VALUE "|".
           05 WP-MST-DAYS     PIC ZZZZ9.
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 WP-MST-NEW      PIC -Z,ZZZ,ZZ9.
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 WP-MST-TOT      PIC -ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 WP-MST-LAST     PIC X(10).
           05 FILLER          PIC X(02)  VALUE " |".
           05 WP-WKS-DAYS     PIC ZZZZ9.
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 WP-WKS-NEW      PIC -Z,ZZZ,ZZ9.
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 WP-WKS-TOT      PIC -ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 WP-WKS-LAST     PIC X(10).
           05 FILLER          PIC X(02)  VALUE " |".
           05 FILLER          PIC X(22)  VALUE SPACE.
      *
       01  TIE-HEADING.
           05 FILLER   PIC X(42) VALUE " CONTROL TOTAL".
           05 FILLER   PIC X(20) VALUE "            CNTRYMS ".
           05 FILLER   PIC X(20) VALUE "            CNTRYWK ".
           05 FILLER   PIC X(13) VALUE " STATUS".
           05 FILLER   PIC X(37) VALUE SPACE.
      *
       01  TIE-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 TP-CHECK        PIC X(40).
           05 FILLER          PIC X(01)  VALUE "|".
           05 TP-MASTER       PIC ---,---,---,---,--9.
           05 FILLER          PIC X(01)  VALUE "|".
           05 TP-SUMMARY      PIC ---,---,---,---,--9.
           05 FILLER          PIC X(01)  VALUE "|".
           05 TP-STATUS       PIC X(12).
           05 FILLER          PIC X(01)  VALUE "|".
           05 FILLER          PIC X(37)  VALUE SPACE.
       01  TIE-MASTER-VALUE   PIC S9(13) COMP-4 VALUE 0.
       01  TIE-SUMMARY-VALUE  PIC S9(13) COMP-4 VALUE 0.
      *
       01  SUMMARY-PRINT.
           05 SP-LABEL        PIC X(30).
           05 SP-VALUE        PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(89) VALUE SPACE.
      *****************************************************************
      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE SPACE TO RUN-DATE-YMD
           STRING RDW-YYYY "-" RDW-MM "-" RDW-DD
              DELIMITED BY SIZE INTO RUN-DATE-YMD
           END-STRING
           PERFORM LOAD-WKS-PARMS
           OPEN OUTPUT WKS-RPT-FILE
           PERFORM WRITE-PARM-ECHO
           PERFORM OPEN-FILES
           IF NOT REBUILD-MODE
              MOVE DECO-LINE TO WKS-RPT-LINE
              WRITE WKS-RPT-LINE END-WRITE
              MOVE WEEK-HEADING-1 TO WKS-RPT-LINE
              WRITE WKS-RPT-LINE END-WRITE
              MOVE WEEK-HEADING-2 TO WKS-RPT-LINE
              WRITE WKS-RPT-LINE END-WRITE
           END-IF
      *****************************************************************
      *            A refresh re-sums only the logged weeks; a rebuild
      *            or a verify walks the whole master, a week at a
      *            time, and ties the result out.
      *****************************************************************
           IF REFRESH-MODE
              PERFORM LOAD-INSERT-LOG
              PERFORM LOAD-REVISIONS
              PERFORM REFRESH-LOGGED-WEEK
                 VARYING TW-SUB FROM 1 BY 1 UNTIL TW-SUB > TW-COUNT
           ELSE
              IF VERIFY-MODE
                 PERFORM READ-SUMMARY-NEXT
              END-IF
              PERFORM SUMMARISE-MASTER-ROW UNTIL MASTER-EOF
              IF WEEK-OPEN
                 PERFORM CLOSE-MASTER-WEEK
              END-IF
              PERFORM END-MASTER-COUNTRY
              IF VERIFY-MODE
                 PERFORM LIST-EXTRA-WEEK UNTIL SUMMARY-EOF
              ELSE
                 PERFORM READ-BACK-SUMMARY
              END-IF
              PERFORM END-SUMMARY-COUNTRY
              PERFORM WRITE-TIE-OUT
           END-IF
           PERFORM CLOSE-FILES
           PERFORM WRITE-WKS-SUMMARY
           CLOSE WKS-RPT-FILE
      *****************************************************************
      *            A week that differs or a total that does not tie
      *            needs a look before anything reads the summary.
      *****************************************************************
           IF COUNT-WEEKS-MISSING > 0 OR COUNT-WEEKS-EXTRA > 0 OR
              COUNT-WEEKS-DIFFER > 0 OR COUNT-TIE-FAILS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
      *
           GOBACK.
      *
      *
       LOAD-WKS-PARMS.
           OPEN INPUT WKS-PARM-FILE
           IF WKS-PARM-STATUS = "00"
              PERFORM LOAD-WKS-PARM-CARD UNTIL WKS-PARM-EOF
              CLOSE WKS-PARM-FILE
           END-IF
           IF REFRESH-DATE = SPACE
              MOVE RUN-DATE-YMD TO REFRESH-DATE
           END-IF.
      *
      *
       LOAD-WKS-PARM-CARD.
           READ WKS-PARM-FILE
                AT END
                  SET WKS-PARM-EOF TO TRUE
                NOT AT END
                  IF PARM-CARD (1:1) NOT = "*" AND PARM-CARD NOT = SPACE
                     MOVE SPACE TO PARM-KEYWORD
                     MOVE SPACE TO PARM-VALUE
                     UNSTRING PARM-CARD
                         DELIMITED BY "="
                         INTO PARM-KEYWORD PARM-VALUE
                     END-UNSTRING
                     PERFORM APPLY-WKS-PARM
                  END-IF
           END-READ.
      *
      *
       APPLY-WKS-PARM.
           EVALUATE PARM-KEYWORD
              WHEN "MODE"
                 EVALUATE PARM-VALUE
                    WHEN "REBUILD"
                       SET REBUILD-MODE TO TRUE
                    WHEN "REFRESH"
                       SET REFRESH-MODE TO TRUE
                    WHEN OTHER
                       SET VERIFY-MODE TO TRUE
                 END-EVALUATE
              WHEN "LOADDATE"
                 MOVE PARM-VALUE (1:10) TO REFRESH-DATE
              WHEN OTHER
                 DISPLAY "WKSPARM CARD IGNORED: " PARM-CARD
           END-EVALUATE.
      *
      *
       WRITE-PARM-ECHO.
           EVALUATE TRUE
              WHEN REBUILD-MODE
                 MOVE "REBUILD" TO PEP-MODE
                 MOVE "CNTRYWK WEEKLY SUMMARY REBUILD FROM CNTRYMS"
                   TO BANNER-TEXT
              WHEN REFRESH-MODE
                 MOVE "REFRESH" TO PEP-MODE
                 MOVE "CNTRYWK WEEKLY SUMMARY REFRESH OF LOGGED WEEKS"
                   TO BANNER-TEXT
              WHEN OTHER
                 MOVE "VERIFY"  TO PEP-MODE
                 MOVE "CNTRYWK WEEKLY SUMMARY VERIFY - NO UPDATES"
                   TO BANNER-TEXT
           END-EVALUATE
           MOVE BANNER-LINE TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE END-WRITE
           IF REFRESH-MODE
              MOVE REFRESH-DATE TO PEP-LOAD-DATE
           ELSE
              MOVE "(N/A)"      TO PEP-LOAD-DATE
           END-IF
           MOVE PARM-ECHO-PRINT TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        A rebuild starts the summary over empty; a refresh
      *        updates it in place and so needs it to exist already
      *        (a first build is a rebuild); a verify only reads.
      *****************************************************************
       OPEN-FILES.
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "00"
              DISPLAY "CNTRYMS MASTER OPEN FAILED, STATUS "
                 MASTER-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           EVALUATE TRUE
              WHEN REBUILD-MODE
                 OPEN OUTPUT WEEK-SUMMARY-FILE
              WHEN REFRESH-MODE
                 OPEN I-O WEEK-SUMMARY-FILE
              WHEN OTHER
                 OPEN INPUT WEEK-SUMMARY-FILE
           END-EVALUATE
           IF WEEK-SUMMARY-STATUS NOT = "00"
              DISPLAY "CNTRYWK SUMMARY OPEN FAILED, STATUS "
                 WEEK-SUMMARY-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *
       CLOSE-FILES.
           CLOSE MASTER-FILE
           CLOSE WEEK-SUMMARY-FILE.
      *
      *
      *****************************************************************
      *        The master reads back in country code + date order,
      *        so each country's weeks arrive one after another and a
      *        change of country, or a date past the week's Sunday,
      *        closes the week in hand.
      *****************************************************************
       SUMMARISE-MASTER-ROW.
           READ MASTER-FILE NEXT RECORD
                AT END
                  SET MASTER-EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-ROWS
                  MOVE MST-TIMESPAN-YMD TO WEEK-TEST-DATE
                  PERFORM CHECK-WEEK-DATE
                  IF WEEK-DATE-BAD
                     ADD 1 TO COUNT-NO-WEEK
                  ELSE
                     PERFORM TAKE-MASTER-ROW
                  END-IF
           END-READ.
      *
      *
       TAKE-MASTER-ROW.
           IF MST-COUNTRY-CODE NOT = MST-CURR-CODE
              PERFORM END-MASTER-COUNTRY
              MOVE MST-COUNTRY-CODE TO MST-CURR-CODE
           END-IF
           ADD 1 TO MTT-ROWS
           ADD MST-NEW-CASES  TO MTT-NEW-CASES
           ADD MST-NEW-DEATHS TO MTT-NEW-DEATHS
           ADD MST-NEW-RECOV  TO MTT-NEW-RECOV
           MOVE MST-TOT-CASES  TO MST-LAST-TOT-CASES
           MOVE MST-TOT-DEATHS TO MST-LAST-TOT-DEATHS
           MOVE MST-TOT-RECOV  TO MST-LAST-TOT-RECOV
      *
           IF WEEK-OPEN
              IF MST-COUNTRY-CODE NOT = WWK-COUNTRY-CODE OR
                 MST-TIMESPAN-YMD > WWK-WEEK-END
                 PERFORM CLOSE-MASTER-WEEK
              END-IF
           END-IF
           IF WEEK-NOT-OPEN
              PERFORM SET-ISO-WEEK
              PERFORM START-WEEK-WORK
              MOVE MST-COUNTRY-CODE TO WWK-COUNTRY-CODE
              MOVE WEEK-ISO-WEEK    TO WWK-ISO-WEEK
              MOVE WEEK-START-DATE  TO WWK-WEEK-START
              MOVE WEEK-END-DATE    TO WWK-WEEK-END
              SET WEEK-OPEN TO TRUE
           END-IF
           PERFORM ADD-ROW-TO-WEEK.
      *
      *
      *****************************************************************
      *        A country's latest cumulative totals count once, off
      *        its last row.
      *****************************************************************
       END-MASTER-COUNTRY.
           IF MST-CURR-CODE NOT = SPACE
              ADD MST-LAST-TOT-CASES  TO MTT-TOT-CASES
              ADD MST-LAST-TOT-DEATHS TO MTT-TOT-DEATHS
              ADD MST-LAST-TOT-RECOV  TO MTT-TOT-RECOV
              MOVE SPACE TO MST-CURR-CODE
           END-IF.
      *
      *
       START-WEEK-WORK.
           MOVE SPACE TO WEEK-WORK
           MOVE 0 TO WWK-DAY-COUNT
           MOVE 0 TO WWK-NEW-CASES
           MOVE 0 TO WWK-NEW-DEATHS
           MOVE 0 TO WWK-NEW-RECOV
           MOVE 0 TO WWK-TOT-CASES
           MOVE 0 TO WWK-TOT-DEATHS
           MOVE 0 TO WWK-TOT-RECOV
           MOVE RUN-DATE-NUM TO WWK-REFRESH-DATE.
      *
      *
      *****************************************************************
      *        NEW figures add up across the week; the totals, name,
      *        slug and timestamp are simply overwritten by each row,
      *        leaving the last snapshot date's in place - the same
      *        summing CNTRYLD does.
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
      *        A finished week is written to the new summary on a
      *        rebuild, or matched against the existing one on a
      *        verify - summary weeks keyed lower than it are extra,
      *        an equal key is compared, and no equal key means the
      *        week is missing.
      *****************************************************************
       CLOSE-MASTER-WEEK.
           ADD 1 TO COUNT-WEEKS-BUILT
           IF REBUILD-MODE
              MOVE WEEK-WORK TO WEEK-SUMMARY-RECORD
              WRITE WEEK-SUMMARY-RECORD
              END-WRITE
              IF WEEK-SUMMARY-STATUS NOT = "00"
                 DISPLAY "CNTRYWK SUMMARY WRITE FAILED, STATUS "
                    WEEK-SUMMARY-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM LIST-EXTRA-WEEK
                 UNTIL SUMMARY-EOF OR WKS-KEY NOT < WWK-KEY
              IF NOT SUMMARY-EOF AND WKS-KEY = WWK-KEY
                 IF WEEK-SUMMARY-RECORD (1:214) = WEEK-WORK (1:214)
                    ADD 1 TO COUNT-WEEKS-MATCHED
                 ELSE
                    ADD 1 TO COUNT-WEEKS-DIFFER
                    MOVE "DIFFERENT" TO WP-FINDING
                    PERFORM SET-MASTER-SIDE
                    PERFORM SET-SUMMARY-SIDE
                    PERFORM WRITE-WEEK-LINE
                 END-IF
                 PERFORM READ-SUMMARY-NEXT
              ELSE
                 ADD 1 TO COUNT-WEEKS-MISSING
                 MOVE "MISSING" TO WP-FINDING
                 PERFORM SET-MASTER-SIDE
                 PERFORM CLEAR-SUMMARY-SIDE
                 PERFORM WRITE-WEEK-LINE
              END-IF
           END-IF
           SET WEEK-NOT-OPEN TO TRUE.
      *
      *
       LIST-EXTRA-WEEK.
           ADD 1 TO COUNT-WEEKS-EXTRA
           MOVE "EXTRA" TO WP-FINDING
           PERFORM CLEAR-MASTER-SIDE
           PERFORM SET-SUMMARY-SIDE
           MOVE WKS-COUNTRY-CODE TO WP-CODE
           MOVE WKS-ISO-WEEK     TO WP-ISO-WEEK
           MOVE WEEK-PRINT TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE END-WRITE
           PERFORM READ-SUMMARY-NEXT.
      *
      *
      *****************************************************************
      *        Every summary row read, on a verify or on the read-
      *        back after a rebuild, goes into the CNTRYWK side of
      *        the tie-out.
      *****************************************************************
       READ-SUMMARY-NEXT.
           READ WEEK-SUMMARY-FILE NEXT RECORD
                AT END
                  SET SUMMARY-EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-WEEKS-READ
                  IF WKS-COUNTRY-CODE NOT = WKS-CURR-CODE
                     PERFORM END-SUMMARY-COUNTRY
                     MOVE WKS-COUNTRY-CODE TO WKS-CURR-CODE
                  END-IF
                  ADD WKS-DAY-COUNT  TO WTT-ROWS
                  ADD WKS-NEW-CASES  TO WTT-NEW-CASES
                  ADD WKS-NEW-DEATHS TO WTT-NEW-DEATHS
                  ADD WKS-NEW-RECOV  TO WTT-NEW-RECOV
                  MOVE WKS-TOT-CASES  TO WKS-LAST-TOT-CASES
                  MOVE WKS-TOT-DEATHS TO WKS-LAST-TOT-DEATHS
                  MOVE WKS-TOT-RECOV  TO WKS-LAST-TOT-RECOV
           END-READ.
      *
      *
       END-SUMMARY-COUNTRY.
           IF WKS-CURR-CODE NOT = SPACE
              ADD WKS-LAST-TOT-CASES  TO WTT-TOT-CASES
              ADD WKS-LAST-TOT-DEATHS TO WTT-TOT-DEATHS
              ADD WKS-LAST-TOT-RECOV  TO WTT-TOT-RECOV
              MOVE SPACE TO WKS-CURR-CODE
           END-IF.
      *
      *
      *****************************************************************
      *        After a rebuild the new summary is read back from the
      *        top, so the tie-out proves what landed on the file,
      *        not what was meant to.
      *****************************************************************
       READ-BACK-SUMMARY.
           CLOSE WEEK-SUMMARY-FILE
           OPEN INPUT WEEK-SUMMARY-FILE
           IF WEEK-SUMMARY-STATUS NOT = "00"
              DISPLAY "CNTRYWK SUMMARY REOPEN FAILED, STATUS "
                 WEEK-SUMMARY-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-SUMMARY-NEXT UNTIL SUMMARY-EOF.
      *
      *
       SET-MASTER-SIDE.
           MOVE WWK-COUNTRY-CODE TO WP-CODE
           MOVE WWK-ISO-WEEK     TO WP-ISO-WEEK
           MOVE WWK-DAY-COUNT    TO WP-MST-DAYS
           MOVE WWK-NEW-CASES    TO WP-MST-NEW
           MOVE WWK-TOT-CASES    TO WP-MST-TOT
           MOVE WWK-LAST-DATE    TO WP-MST-LAST.
      *
      *
       CLEAR-MASTER-SIDE.
           MOVE 0     TO WP-MST-DAYS
           MOVE 0     TO WP-MST-NEW
           MOVE 0     TO WP-MST-TOT
           MOVE SPACE TO WP-MST-LAST.
      *
      *
       SET-SUMMARY-SIDE.
           MOVE WKS-DAY-COUNT    TO WP-WKS-DAYS
           MOVE WKS-NEW-CASES    TO WP-WKS-NEW
           MOVE WKS-TOT-CASES    TO WP-WKS-TOT
           MOVE WKS-LAST-DATE    TO WP-WKS-LAST.
      *
      *
       CLEAR-SUMMARY-SIDE.
           MOVE 0     TO WP-WKS-DAYS
           MOVE 0     TO WP-WKS-NEW
           MOVE 0     TO WP-WKS-TOT
           MOVE SPACE TO WP-WKS-LAST.
      *
      *
       WRITE-WEEK-LINE.
           MOVE WEEK-PRINT TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        The insert log and revision file - every key logged
      *        under the refresh date puts its week on the list.  A
      *        backed-out load's entries stay on both files, so the
      *        same date refreshes the weeks CNTRYBKO put back.
      *****************************************************************
       LOAD-INSERT-LOG.
           OPEN INPUT INSERT-LOG-FILE
           IF INSERT-LOG-STATUS = "00"
              PERFORM LOAD-INSERT-LOG-ENTRY UNTIL INSERT-LOG-EOF
              CLOSE INSERT-LOG-FILE
           END-IF.
      *
      *
       LOAD-INSERT-LOG-ENTRY.
           READ INSERT-LOG-FILE
                AT END
                  SET INSERT-LOG-EOF TO TRUE
                NOT AT END
                  IF IL-LOAD-DATE = REFRESH-DATE
                     MOVE IL-MASTER-KEY TO LOGGED-KEY
                     PERFORM NOTE-LOGGED-WEEK
                  END-IF
           END-READ.
      *
      *
       LOAD-REVISIONS.
           OPEN INPUT REVISION-FILE
           IF REVISION-STATUS = "00"
              PERFORM LOAD-REVISION-ENTRY UNTIL REVISION-EOF
              CLOSE REVISION-FILE
           END-IF.
      *
      *
       LOAD-REVISION-ENTRY.
           READ REVISION-FILE
                AT END
                  SET REVISION-EOF TO TRUE
                NOT AT END
                  IF RV-LOAD-DATE = REFRESH-DATE
                     MOVE RV-MASTER-IMAGE (1:13) TO LOGGED-KEY
                     PERFORM NOTE-LOGGED-WEEK
                  END-IF
           END-READ.
      *
      *
       NOTE-LOGGED-WEEK.
           ADD 1 TO COUNT-LOGGED-KEYS
           MOVE LGK-TIMESPAN-YMD TO WEEK-TEST-DATE
           PERFORM CHECK-WEEK-DATE
           IF WEEK-DATE-BAD
              ADD 1 TO COUNT-NO-WEEK
           ELSE
              PERFORM SET-ISO-WEEK
              SET TW-NOT-FOUND TO TRUE
              PERFORM SEARCH-TOUCHED-WEEK
                 VARYING TW-SUB FROM 1 BY 1
                    UNTIL TW-SUB > TW-COUNT OR TW-FOUND
              IF TW-NOT-FOUND
                 PERFORM ADD-TOUCHED-WEEK
              END-IF
           END-IF.
      *
      *
       SEARCH-TOUCHED-WEEK.
           IF TW-SUB <= TW-COUNT
              IF TW-COUNTRY-CODE (TW-SUB) = LGK-COUNTRY-CODE AND
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
           MOVE LGK-COUNTRY-CODE TO TW-COUNTRY-CODE (TW-COUNT)
           MOVE WEEK-ISO-WEEK    TO TW-ISO-WEEK     (TW-COUNT)
           MOVE WEEK-START-DATE  TO TW-WEEK-START   (TW-COUNT)
           MOVE WEEK-END-DATE    TO TW-WEEK-END     (TW-COUNT).
      *
      *
      *****************************************************************
      *        Re-sum one logged week from the master and bring the
      *        summary into line - added, rewritten, left alone, or
      *        deleted when a backout has taken every row in it off
      *        the master.  Each week is listed with the summary row
      *        as it stood before.
      *****************************************************************
       REFRESH-LOGGED-WEEK.
           PERFORM START-WEEK-WORK
           MOVE TW-COUNTRY-CODE (TW-SUB) TO WWK-COUNTRY-CODE
           MOVE TW-ISO-WEEK     (TW-SUB) TO WWK-ISO-WEEK
           MOVE TW-WEEK-START   (TW-SUB) TO WWK-WEEK-START
           MOVE TW-WEEK-END     (TW-SUB) TO WWK-WEEK-END
      *
           MOVE WWK-COUNTRY-CODE TO MST-COUNTRY-CODE
           MOVE WWK-WEEK-START   TO MST-TIMESPAN-YMD
           START MASTER-FILE KEY IS NOT LESS THAN MST-KEY
           END-START
           IF MASTER-STATUS = "00"
              SET WEEK-ROWS-NOT-DONE TO TRUE
              PERFORM READ-WEEK-ROW UNTIL WEEK-ROWS-DONE
           END-IF
      *
           PERFORM SET-MASTER-SIDE
           MOVE WWK-KEY TO WKS-KEY
           READ WEEK-SUMMARY-FILE
           END-READ
           IF WEEK-SUMMARY-STATUS = "00"
              PERFORM SET-SUMMARY-SIDE
              EVALUATE TRUE
                 WHEN WWK-DAY-COUNT = 0
                    MOVE "DROPPED" TO WP-FINDING
                    DELETE WEEK-SUMMARY-FILE RECORD
                    END-DELETE
                    PERFORM CHECK-SUMMARY-UPDATE
                    ADD 1 TO COUNT-WEEKS-DROPPED
                 WHEN WEEK-SUMMARY-RECORD (1:214) = WEEK-WORK (1:214)
                    MOVE "UNCHANGED" TO WP-FINDING
                    ADD 1 TO COUNT-WEEKS-UNCHANGED
                 WHEN OTHER
                    MOVE "UPDATED" TO WP-FINDING
                    MOVE WEEK-WORK TO WEEK-SUMMARY-RECORD
                    REWRITE WEEK-SUMMARY-RECORD
                    END-REWRITE
                    PERFORM CHECK-SUMMARY-UPDATE
                    ADD 1 TO COUNT-WEEKS-UPDATED
              END-EVALUATE
           ELSE
              PERFORM CLEAR-SUMMARY-SIDE
              IF WWK-DAY-COUNT = 0
                 MOVE "NO ROWS EITHER" TO WP-FINDING
                 ADD 1 TO COUNT-WEEKS-UNCHANGED
              ELSE
                 MOVE "ADDED" TO WP-FINDING
                 MOVE WEEK-WORK TO WEEK-SUMMARY-RECORD
                 WRITE WEEK-SUMMARY-RECORD
                 END-WRITE
                 PERFORM CHECK-SUMMARY-UPDATE
                 ADD 1 TO COUNT-WEEKS-ADDED
              END-IF
           END-IF
           PERFORM WRITE-WEEK-LINE.
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
       CHECK-SUMMARY-UPDATE.
           IF WEEK-SUMMARY-STATUS NOT = "00"
              DISPLAY "CNTRYWK SUMMARY UPDATE FAILED, STATUS "
                 WEEK-SUMMARY-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *
      *****************************************************************
      *        A snapshot date that is not a real YYYY-MM-DD date has
      *        no ISO week - CNTRYLD leaves such rows off the summary
      *        and so does this program.
      *****************************************************************
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
      *        Tie the summary back to the master it was built from -
      *        every dated row counted once in some week, the NEW
      *        figures summed across the weeks equal to the sum across
      *        the rows, and each country's latest totals the same
      *        whichever file they are taken from.
      *****************************************************************
       WRITE-TIE-OUT.
           MOVE DECO-LINE TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE END-WRITE
           MOVE "TIE-OUT OF CNTRYWK TO CNTRYMS" TO BANNER-TEXT
           MOVE BANNER-LINE TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE END-WRITE
           MOVE TIE-HEADING TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE END-WRITE
      *
           MOVE "WEEKS FROM CNTRYMS = WEEKS ON CNTRYWK" TO TP-CHECK
           MOVE COUNT-WEEKS-BUILT TO TIE-MASTER-VALUE
           MOVE COUNT-WEEKS-READ  TO TIE-SUMMARY-VALUE
           PERFORM WRITE-TIE-LINE
      *
           MOVE "DATED ROWS = SUM OF DAY COUNTS" TO TP-CHECK
           MOVE MTT-ROWS          TO TIE-MASTER-VALUE
           MOVE WTT-ROWS          TO TIE-SUMMARY-VALUE
           PERFORM WRITE-TIE-LINE
      *
           MOVE "NEW CASES" TO TP-CHECK
           MOVE MTT-NEW-CASES     TO TIE-MASTER-VALUE
           MOVE WTT-NEW-CASES     TO TIE-SUMMARY-VALUE
           PERFORM WRITE-TIE-LINE
      *
           MOVE "NEW DEATHS" TO TP-CHECK
           MOVE MTT-NEW-DEATHS    TO TIE-MASTER-VALUE
           MOVE WTT-NEW-DEATHS    TO TIE-SUMMARY-VALUE
           PERFORM WRITE-TIE-LINE
      *
           MOVE "NEW RECOVERED" TO TP-CHECK
           MOVE MTT-NEW-RECOV     TO TIE-MASTER-VALUE
           MOVE WTT-NEW-RECOV     TO TIE-SUMMARY-VALUE
           PERFORM WRITE-TIE-LINE
      *
           MOVE "LATEST TOTAL CASES" TO TP-CHECK
           MOVE MTT-TOT-CASES     TO TIE-MASTER-VALUE
           MOVE WTT-TOT-CASES     TO TIE-SUMMARY-VALUE
           PERFORM WRITE-TIE-LINE
      *
           MOVE "LATEST TOTAL DEATHS" TO TP-CHECK
           MOVE MTT-TOT-DEATHS    TO TIE-MASTER-VALUE
           MOVE WTT-TOT-DEATHS    TO TIE-SUMMARY-VALUE
           PERFORM WRITE-TIE-LINE
      *
           MOVE "LATEST TOTAL RECOVERED" TO TP-CHECK
           MOVE MTT-TOT-RECOV     TO TIE-MASTER-VALUE
           MOVE WTT-TOT-RECOV     TO TIE-SUMMARY-VALUE
           PERFORM WRITE-TIE-LINE.
      *
      *
       WRITE-TIE-LINE.
           MOVE TIE-MASTER-VALUE  TO TP-MASTER
           MOVE TIE-SUMMARY-VALUE TO TP-SUMMARY
           IF TIE-MASTER-VALUE = TIE-SUMMARY-VALUE
              MOVE "TIES" TO TP-STATUS
           ELSE
              MOVE "DOES NOT TIE" TO TP-STATUS
              ADD 1 TO COUNT-TIE-FAILS
           END-IF
           MOVE TIE-PRINT TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE
           END-WRITE.
      *
      *
       WRITE-WKS-SUMMARY.
           MOVE DECO-LINE TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE END-WRITE
           MOVE SPACE TO WKS-RPT-LINE
           MOVE "CNTRYWKS CONTROL TOTALS" TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE END-WRITE
      *
           IF REFRESH-MODE
              MOVE "KEYS LOGGED FOR DATE"        TO SP-LABEL
              MOVE COUNT-LOGGED-KEYS            TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
              MOVE "WEEKS TO REFRESH"            TO SP-LABEL
              MOVE TW-COUNT                     TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
              MOVE "SUMMARY WEEKS ADDED"         TO SP-LABEL
              MOVE COUNT-WEEKS-ADDED            TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
              MOVE "SUMMARY WEEKS UPDATED"       TO SP-LABEL
              MOVE COUNT-WEEKS-UPDATED          TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
              MOVE "SUMMARY WEEKS UNCHANGED"     TO SP-LABEL
              MOVE COUNT-WEEKS-UNCHANGED        TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
              MOVE "SUMMARY WEEKS DROPPED"       TO SP-LABEL
              MOVE COUNT-WEEKS-DROPPED          TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
           ELSE
              MOVE "MASTER ROWS READ"            TO SP-LABEL
              MOVE COUNT-ROWS                   TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
              MOVE "WEEKS FROM CNTRYMS"          TO SP-LABEL
              MOVE COUNT-WEEKS-BUILT            TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
              MOVE "WEEKS ON CNTRYWK"            TO SP-LABEL
              MOVE COUNT-WEEKS-READ             TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
              IF VERIFY-MODE
                 MOVE "WEEKS MATCHED"            TO SP-LABEL
                 MOVE COUNT-WEEKS-MATCHED       TO SP-VALUE
                 PERFORM WRITE-SUMMARY-LINE
                 MOVE "WEEKS DIFFERENT"          TO SP-LABEL
                 MOVE COUNT-WEEKS-DIFFER        TO SP-VALUE
                 PERFORM WRITE-SUMMARY-LINE
                 MOVE "WEEKS MISSING FROM CNTRYWK" TO SP-LABEL
                 MOVE COUNT-WEEKS-MISSING       TO SP-VALUE
                 PERFORM WRITE-SUMMARY-LINE
                 MOVE "WEEKS EXTRA ON CNTRYWK"   TO SP-LABEL
                 MOVE COUNT-WEEKS-EXTRA         TO SP-VALUE
                 PERFORM WRITE-SUMMARY-LINE
              END-IF
              MOVE "CONTROL TOTALS NOT TIED"     TO SP-LABEL
              MOVE COUNT-TIE-FAILS              TO SP-VALUE
              PERFORM WRITE-SUMMARY-LINE
           END-IF
           MOVE "ROWS WITH NO ISO WEEK"          TO SP-LABEL
           MOVE COUNT-NO-WEEK                   TO SP-VALUE
           PERFORM WRITE-SUMMARY-LINE.
      *
      *
       WRITE-SUMMARY-LINE.
           MOVE SUMMARY-PRINT TO WKS-RPT-LINE
           WRITE WKS-RPT-LINE
           END-WRITE.
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
