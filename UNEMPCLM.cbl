      *                            stay-unemployed question has an
      *                            answer claim inflow alone cannot
      *                            give.
      * 15/10/2026 DAVID QUINTERO  Can report from the CLMMS claims
      *                            history master (see CLMMS.cpy)
      *                            instead of the raw feeds - a
      *                            RUNPARM card of CLAIMSRC=MASTER
      *                            reads every national, state and
      *                            continued week CLMLD has applied,
      *                            with revisions already folded in,
      *                            through the same mapping, balancing
      *                            and accumulation paths the CLAIMS,
      *                            STCLAIMS and CCLAIMS rows take;
      *                            with no card the run reads the
      *                            feeds exactly as before.
      * 15/10/2026 DAVID QUINTERO  Small-cell disclosure control - the
      *                            report is now also written as a
      *                            published copy on CLAIMPUB, in which
      *                            every breakdown, mix, trend and
      *                            state cell under the RUNPARM
      *                            MINCELL= minimum (default 10, zero
      *                            turns it off) prints as (S) with its
      *                            share, together with one
      *                            complementary cell in the same group
      *                            so the withheld figure cannot be had
      *                            by subtraction; CLAIMRPT keeps the
      *                            real figures for internal use, and
      *                            every decision is listed on the
      *                            internal-only SUPPLOG.  The record
      *                            balancing listing stays on CLAIMRPT
      *                            only.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT INFILE  ASSIGN  TO CLAIMS.
           SELECT OUTFILE ASSIGN  TO CLAIMRPT.
           SELECT PUBFILE ASSIGN  TO CLAIMPUB.
           SELECT SUPP-LOG-FILE ASSIGN TO SUPPLOG.
           SELECT STATE-CLAIM-FILE ASSIGN TO STCLAIMS
               FILE STATUS IS STATE-CLAIM-STATUS.
           SELECT CONT-CLAIM-FILE ASSIGN TO CCLAIMS
               FILE STATUS IS CONT-CLAIM-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
               FILE STATUS IS RUN-PARM-STATUS.
           SELECT CLAIM-MASTER-FILE ASSIGN TO CLMMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CMS-KEY
               FILE STATUS  IS CLAIM-MASTER-STATUS.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
           RECORD CONTAINS 200 CHARACTERS.
       01  OUT-LINE     PIC X(200).
      *****************************************************************
      *        Published copy of the report - line for line the same
      *        as CLAIMRPT, except that small cells are withheld and
      *        the record balancing listing is left off.  This is the
      *        copy RPTDIST hands to recipients outside the agency.
      *****************************************************************
       FD  PUBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  PUB-LINE     PIC X(200).
      *****************************************************************
      *        Suppression log - one line per withheld cell with the
      *        figure it hid and why.  Internal use only; never
      *        distributed.
      *****************************************************************
       FD  SUPP-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  SUPP-LOG-LINE PIC X(132).
      *****************************************************************
      *        State-keyed claims feed - same 500-byte row as CLAIMS
      *        with the state code between the record ID and the date.
      *****************************************************************
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD       PIC X(80).
      *****************************************************************
      *        Permanent claims history master, keyed on week +
      *        state + claim type - see CLMMS.cpy.  Read in key
      *        sequence only when CLAIMSRC=MASTER is in effect.
      *****************************************************************
       FD  CLAIM-MASTER-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY CLMMS.
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS  PIC X VALUE SPACE.
           05  STATE-TOTAL-ENTRY OCCURS 60 TIMES.
               10  STT-STATE-CODE  PIC X(02).
               10  STT-CLAIMS      PIC S9(11) COMP-4.
               10  STT-SUPP-FLAG   PIC X(01).
       01  STT-MAX-ENTRIES      PIC 9(06) COMP-4 VALUE 60.
       01  STT-COUNT            PIC 9(06) COMP-4 VALUE 0.
       01  STT-FIND-SUB         PIC 9(06) COMP-4 VALUE 0.
       01  ROW-WINDOW-SW    PIC X VALUE 'Y'.
           88 ROW-IN-WINDOW      VALUE 'Y'.
           88 ROW-NOT-IN-WINDOW  VALUE 'N'.
      *
      *****************************************************************
      *        Claims source - the raw CLAIMS/STCLAIMS/CCLAIMS feeds
      *        by default, or the CLMMS history master when a
      *        CLAIMSRC=MASTER card is supplied.
      *****************************************************************
       01  CLAIM-SOURCE-SW  PIC X VALUE 'F'.
           88 FEED-SOURCE        VALUE 'F'.
           88 MASTER-SOURCE      VALUE 'M'.
       01  CLAIM-MASTER-STATUS PIC XX VALUE SPACE.
       01  CLAIM-MASTER-EOF-SW PIC X VALUE 'N'.
           88 CLAIM-MASTER-EOF   VALUE 'Y'.
      *
       01  PARM-ECHO-PRINT.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 PEP-FROM      PIC X(12).
           05 FILLER        PIC X(04) VALUE " TO=".
           05 PEP-TO        PIC X(10).
           05 FILLER        PIC X(10) VALUE "  SOURCE=".
           05 PEP-SOURCE    PIC X(06).
           05 FILLER        PIC X(10) VALUE "  MINCELL=".
           05 PEP-MIN-CELL  PIC ZZ,ZZ9.
      *
      *****************************************************************
      *        Numeric card-value parse - the same digit walk ALRTCHK
      *        and MSTSWEEP use, so MINCELL=5 loads 5, not 5 padded
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
      *        Small-cell disclosure control for the published copy.
      *        A group is a set of cells that add up to a figure the
      *        report prints or implies - one breakdown, one month's
      *        breakdown, one series of the mix comparison, one
      *        state's weeks, the state ranking.  Any nonzero cell
      *        under MIN-CELL-COUNT is withheld (primary), and when
      *        that leaves a single withheld cell in the group the
      *        smallest other cell is withheld with it (complement),
      *        so the hidden figure cannot be had by subtracting the
      *        rest from the total.  The group is loaded into SUPP-
      *        CELL in print order, so a print line finds its own
      *        decision at the same subscript it prints from.
      *****************************************************************
       01  MIN-CELL-COUNT       PIC 9(09) COMP-4 VALUE 10.
       01  SUPP-GROUP-TABLE.
           05  SUPP-CELL OCCURS 600 TIMES.
               10  SUPP-VALUE      PIC S9(11) COMP-4.
               10  SUPP-LABEL      PIC X(20).
               10  SUPP-FLAG       PIC X(01).
                   88 SUPP-SHOWN          VALUE SPACE.
                   88 SUPP-PRIMARY        VALUE 'P'.
                   88 SUPP-COMPLEMENT     VALUE 'C'.
       01  SUPP-MAX-CELLS       PIC 9(04) COMP-4 VALUE 600.
       01  SUPP-CELL-COUNT      PIC 9(04) COMP-4 VALUE 0.
       01  SUPP-SUB             PIC 9(04) COMP-4 VALUE 0.
       01  SUPP-PICK-SUB        PIC 9(04) COMP-4 VALUE 0.
       01  SUPP-HIDDEN-COUNT    PIC 9(04) COMP-4 VALUE 0.
       01  SUPP-DIM-NO          PIC 9(04) COMP-4 VALUE 0.
       01  SUPP-SECTION-NAME    PIC X(24) VALUE SPACE.
       01  SUPP-GROUP-NAME      PIC X(20) VALUE SPACE.
       01  SUPP-REASON          PIC X(40) VALUE SPACE.
       01  COUNT-SUPP-PRIMARY   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-SUPP-COMPLEMENT PIC 9(09) COMP-4 VALUE 0.
       01  SUPPRESSED-MARK      PIC X(03) VALUE "(S)".
      *
       01  SUPP-DIM-INIT.
           05 FILLER PIC X(12) VALUE "AGE       09".
           05 FILLER PIC X(12) VALUE "ETHNICITY 03".
           05 FILLER PIC X(12) VALUE "INDUSTRY  21".
           05 FILLER PIC X(12) VALUE "RACE      06".
           05 FILLER PIC X(12) VALUE "GENDER    03".
       01  SUPP-DIM-TABLE REDEFINES SUPP-DIM-INIT.
           05 SUPP-DIM-ENTRY OCCURS 5 TIMES.
              10 SUPP-DIM-NAME     PIC X(10).
              10 SUPP-DIM-SIZE     PIC 9(02).
      *
      *****************************************************************
      *        Decisions that outlive their group - the national
      *        breakdown's, which the initial side of the mix
      *        comparison reuses, and last month's trend decisions,
      *        since a change against a withheld share would give the
      *        share away.  Dimension order: age, ethnicity,
      *        industry, race, gender.
      *****************************************************************
       01  BRK-SUPP-FLAGS VALUE SPACE.
           05  BRK-SUPP-DIM OCCURS 5 TIMES.
               10  BRK-SUPP-FLAG   PIC X(01) OCCURS 21 TIMES.
       01  PREV-SUPP-FLAGS VALUE SPACE.
           05  PREV-SUPP-DIM OCCURS 5 TIMES.
               10  PREV-SUPP-FLAG  PIC X(01) OCCURS 21 TIMES.
      *
      *****************************************************************
      *        The state whose weeks are printing - where its weeks
      *        start in the sorted index, and whether the ranking
      *        withheld its total (and so its subtotal here).
      *****************************************************************
       01  STATE-GROUP-START    PIC 9(06) COMP-4 VALUE 0.
       01  STATE-TOTAL-SUPP-SW  PIC X VALUE 'N'.
           88 STATE-TOTAL-WITHHELD   VALUE 'Y'.
           88 STATE-TOTAL-SHOWN      VALUE 'N'.
       01  STATE-GROUP-SW       PIC X VALUE 'N'.
           88 STATE-GROUP-ENDED      VALUE 'Y'.
           88 STATE-GROUP-OPEN       VALUE 'N'.
      *
      *****************************************************************
      *        Current claim record - the UNSTRING below receives
           05 CATEGORY-LABEL  PIC X(20).
           05 FILLER          PIC X(02) VALUE "| ".
           05 CATEGORY-COUNT  PIC Z,ZZZ,ZZ9.
           05 CATEGORY-COUNT-X REDEFINES CATEGORY-COUNT PIC X(09).
           05 FILLER          PIC X(04) VALUE " |  ".
           05 CATEGORY-PCT    PIC ZZ9.99.
           05 CATEGORY-PCT-X  REDEFINES CATEGORY-PCT   PIC X(06).
           05 FILLER          PIC X(03) VALUE "% |".
      *
       01  GRAND-TOTAL-PRINT.
           05 SDP-DATE        PIC X(10).
           05 FILLER          PIC X(03)  VALUE " | ".
           05 SDP-CLAIMS      PIC Z,ZZZ,ZZZ,ZZ9.
           05 SDP-CLAIMS-X    REDEFINES SDP-CLAIMS  PIC X(13).
           05 FILLER          PIC X(02)  VALUE " |".
      *
       01  STATE-SUBTOTAL-PRINT.
           05 SSP-STATE-CODE  PIC X(02).
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 SSP-CLAIMS      PIC Z,ZZZ,ZZZ,ZZ9.
           05 SSP-CLAIMS-X    REDEFINES SSP-CLAIMS  PIC X(13).
      *
       01  TREND-MONTH-PRINT.
           05 FILLER          PIC X      VALUE SPACE.
           05 TP-LABEL        PIC X(20).
           05 FILLER          PIC X(02)  VALUE "| ".
           05 TP-COUNT        PIC Z,ZZZ,ZZ9.
           05 TP-COUNT-X      REDEFINES TP-COUNT    PIC X(09).
           05 FILLER          PIC X(04)  VALUE " |  ".
           05 TP-SHARE        PIC ZZ9.99.
           05 TP-SHARE-X      REDEFINES TP-SHARE    PIC X(06).
           05 FILLER          PIC X(07)  VALUE "% | CHG".
           05 TP-CHANGE       PIC -ZZ9.99.
           05 TP-CHANGE-X     REDEFINES TP-CHANGE   PIC X(07).
           05 FILLER          PIC X(03)  VALUE "% |".
           05 TP-FLAG         PIC X(01).
      *
           05 SRP-STATE-CODE  PIC X(02).
           05 FILLER          PIC X(03)  VALUE " | ".
           05 SRP-CLAIMS      PIC Z,ZZZ,ZZZ,ZZ9.
           05 SRP-CLAIMS-X    REDEFINES SRP-CLAIMS  PIC X(13).
           05 FILLER          PIC X(04)  VALUE " |  ".
           05 SRP-PCT         PIC ZZ9.99.
           05 SRP-PCT-X       REDEFINES SRP-PCT     PIC X(06).
           05 FILLER          PIC X(03)  VALUE "% |".
      *
       01  WEEK-HEADING.
           05 MP-LABEL        PIC X(20).
           05 FILLER          PIC X(07)  VALUE "| INIT".
           05 MP-INIT-SHARE   PIC ZZ9.99.
           05 MP-INIT-SHARE-X REDEFINES MP-INIT-SHARE PIC X(06).
           05 FILLER          PIC X(08)  VALUE "% | CONT".
           05 MP-CONT-SHARE   PIC ZZ9.99.
           05 MP-CONT-SHARE-X REDEFINES MP-CONT-SHARE PIC X(06).
           05 FILLER          PIC X(08)  VALUE "% | DIFF".
           05 MP-DIFF         PIC -ZZ9.99.
           05 MP-DIFF-X       REDEFINES MP-DIFF     PIC X(07).
           05 FILLER          PIC X(03)  VALUE "% |".
           05 MP-FLAG         PIC X(01).
      *
       01  SUPP-LEGEND-PRINT.
           05 FILLER          PIC X(27)  VALUE
              " (S) WITHHELD - FEWER THAN".
           05 SLG-MIN-CELL    PIC ZZ,ZZ9.
           05 FILLER          PIC X(45)  VALUE
              " CLAIMS, OR WITHHELD TO PROTECT SUCH A CELL".
      *
      *****************************************************************
      *        Suppression log elements
      *****************************************************************
       01  SUPP-LOG-TITLE.
           05 FILLER          PIC X(38)  VALUE
              " UNEMPCLM SMALL-CELL SUPPRESSION LOG".
           05 FILLER          PIC X(20)  VALUE " - INTERNAL USE ONLY".
           05 FILLER          PIC X(74)  VALUE SPACE.
      *
       01  SUPP-LOG-HEADING.
           05 FILLER   PIC X(27) VALUE " SECTION".
           05 FILLER   PIC X(22) VALUE "GROUP".
           05 FILLER   PIC X(22) VALUE "CELL".
           05 FILLER   PIC X(16) VALUE "         VALUE".
           05 FILLER   PIC X(45) VALUE "REASON".
      *
       01  SUPP-LOG-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 SLP-SECTION     PIC X(24).
           05 FILLER          PIC X(02)  VALUE "| ".
           05 SLP-GROUP       PIC X(20).
           05 FILLER          PIC X(02)  VALUE "| ".
           05 SLP-CELL        PIC X(20).
           05 FILLER          PIC X(02)  VALUE "| ".
           05 SLP-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(03)  VALUE " | ".
           05 SLP-REASON      PIC X(40).
           05 FILLER          PIC X(05)  VALUE SPACE.
      *
       01  SUPP-TOTAL-PRINT.
           05 STP-LABEL       PIC X(30).
           05 STP-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(89)  VALUE SPACE.
      *****************************************************************
      *****************************************************************
      *****************************************************************
           PERFORM OPEN-FILES        THRU WRITE-DECO-LINE
           PERFORM WRITE-PARM-ECHO
      *****************************************************************
      *            From the history master every week arrives in one
      *            key-sequenced pass and is routed by its state code
      *            and claim type to the path its feed row would take.
      *****************************************************************
           IF MASTER-SOURCE
              PERFORM READ-CLAIM-MASTER UNTIL CLAIM-MASTER-EOF
           ELSE
      *****************************************************************
      *            Reads header of CSV file and ignores it.
      *****************************************************************
              READ INFILE
              END-READ
      *****************************************************************
              PERFORM WRITE-REPORT-BODY UNTIL EOF
      *****************************************************************
      *            State-keyed claims ride the same mapping and
      *            balancing pass, then feed the per-state sections.
      *****************************************************************
              PERFORM LOAD-STATE-CLAIMS
      *****************************************************************
      *            Continued claims ride the same mapping and
      *            balancing pass, then feed the initial-versus-
      *            continued sections.
      *****************************************************************
              PERFORM LOAD-CONT-CLAIMS
           END-IF
           PERFORM WRITE-BREAKDOWN-REPORT
           PERFORM WRITE-INIT-VS-CONT-SECTIONS
           PERFORM WRITE-MONTHLY-TREND
           PERFORM WRITE-STATE-SECTIONS
           PERFORM WRITE-SUPP-LOG-TOTALS
           PERFORM WRITE-DECO-LINE   THRU  CLOSE-FILES
      *****************************************************************
      *            Any out-of-balance record fails the run so the
      *
       OPEN-FILES.
           OPEN OUTPUT OUTFILE
           OPEN OUTPUT PUBFILE
           OPEN OUTPUT SUPP-LOG-FILE
           MOVE SUPP-LOG-TITLE TO SUPP-LOG-LINE
           WRITE SUPP-LOG-LINE END-WRITE
           MOVE SUPP-LOG-HEADING TO SUPP-LOG-LINE
           WRITE SUPP-LOG-LINE END-WRITE
           IF MASTER-SOURCE
              OPEN INPUT CLAIM-MASTER-FILE
              IF CLAIM-MASTER-STATUS NOT = "00"
                 DISPLAY "CLMMS MASTER OPEN FAILED, STATUS "
                    CLAIM-MASTER-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              OPEN INPUT INFILE
           END-IF.
      *
      *
       WRITE-HEADINGS.
           MOVE "UNEMPLOYMENT CLAIM DEMOGRAPHIC BREAKDOWN" TO
              SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      *
       WRITE-DECO-LINE.
           MOVE DECO-LINE TO OUT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      *
       CLOSE-FILES.
           CLOSE OUTFILE
           CLOSE PUBFILE
           CLOSE SUPP-LOG-FILE
           IF MASTER-SOURCE
              CLOSE CLAIM-MASTER-FILE
           ELSE
              CLOSE INFILE
           END-IF.
      *
      *
       WRITE-REPORT-BODY.
       WRITE-BREAKDOWN-REPORT.
           MOVE "AGE BREAKDOWN" TO SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM SUM-AGE-TOTALS
           MOVE 1 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-BRK-AGE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 9
           PERFORM SUPPRESS-BRK-GROUP
           PERFORM PRINT-AGE-LINE VARYING SUB FROM 1 BY 1 UNTIL SUB > 9
           PERFORM WRITE-DECO-LINE
      *
           MOVE "ETHNICITY BREAKDOWN" TO SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM SUM-ETH-TOTALS
           MOVE 2 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-BRK-ETH
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           PERFORM SUPPRESS-BRK-GROUP
           PERFORM PRINT-ETH-LINE VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           PERFORM WRITE-DECO-LINE
      *
           MOVE "INDUSTRY BREAKDOWN" TO SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM SUM-IND-TOTALS
           MOVE 3 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-BRK-IND
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 21
           PERFORM SUPPRESS-BRK-GROUP
           PERFORM PRINT-IND-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 21
           PERFORM WRITE-DECO-LINE
      *
           MOVE "RACE BREAKDOWN" TO SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM SUM-RACE-TOTALS
           MOVE 4 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-BRK-RACE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
           PERFORM SUPPRESS-BRK-GROUP
           PERFORM PRINT-RACE-LINE VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
           PERFORM WRITE-DECO-LINE
      *
           MOVE "GENDER BREAKDOWN" TO SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM SUM-GENDER-TOTALS
           MOVE 5 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-BRK-GENDER
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           PERFORM SUPPRESS-BRK-GROUP
           PERFORM PRINT-GENDER-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           PERFORM WRITE-DECO-LINE
      *
           MOVE GRAND-TOTAL-CLAIMS TO GT-CLAIMS
           MOVE GRAND-TOTAL-PRINT TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
      *
      *****************************************************************
      *        The balancing total, like the listing above it, is an
      *        internal control figure and stays off the published
      *        copy.
      *****************************************************************
           MOVE COUNT-OUT-OF-BALANCE TO BTP-COUNT
           MOVE BALANCE-TOTAL-PRINT TO OUT-LINE
           WRITE OUT-LINE END-WRITE.
           END-IF
           MOVE CATEGORY-PRINT TO OUT-LINE
           WRITE OUT-LINE
           END-WRITE
           IF NOT SUPP-SHOWN (SUB)
              MOVE SPACE TO CATEGORY-COUNT-X
              MOVE SUPPRESSED-MARK TO CATEGORY-COUNT-X (7:3)
              MOVE SPACE TO CATEGORY-PCT-X
           END-IF
           MOVE CATEGORY-PRINT TO PUB-LINE
           WRITE PUB-LINE
           END-WRITE.
      *
      *
              MOVE "MONTHLY CLAIM TREND AND DEMOGRAPHIC MIX"
                TO SECTION-TEXT
              MOVE SECTION-HEADING TO OUT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM INIT-MONTH-IX
                 VARYING SORT-SUB FROM 1 BY 1 UNTIL SORT-SUB > MTH-COUNT
              PERFORM SORT-MONTH-OUTER
                 VARYING SORT-SUB FROM 1 BY 1 UNTIL SORT-SUB > MTH-COUNT
              SET FIRST-MONTH TO TRUE
              MOVE SPACE TO PREV-SUPP-FLAGS
              PERFORM PRINT-MONTH-BLOCK
                 VARYING MTH-PRINT-SUB FROM 1 BY 1
                    UNTIL MTH-PRINT-SUB > MTH-COUNT
           MOVE MTH-KEY    (MTH-MATCH-SUB) TO TMP-KEY
           MOVE MTH-CLAIMS (MTH-MATCH-SUB) TO TMP-CLAIMS
           MOVE TREND-MONTH-PRINT TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           MOVE 0 TO MTH-DIM-SUM
           PERFORM ADD-MTH-AGE-TO-DIM
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 9
           MOVE 1 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-MTH-AGE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 9
           PERFORM SUPPRESS-MTH-GROUP
           PERFORM PRINT-TREND-AGE-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 9
      *
           MOVE 0 TO MTH-DIM-SUM
           PERFORM ADD-MTH-ETH-TO-DIM
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           MOVE 2 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-MTH-ETH
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           PERFORM SUPPRESS-MTH-GROUP
           PERFORM PRINT-TREND-ETH-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
      *
           MOVE 0 TO MTH-DIM-SUM
           PERFORM ADD-MTH-IND-TO-DIM
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 21
           MOVE 3 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-MTH-IND
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 21
           PERFORM SUPPRESS-MTH-GROUP
           PERFORM PRINT-TREND-IND-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 21
      *
           MOVE 0 TO MTH-DIM-SUM
           PERFORM ADD-MTH-RACE-TO-DIM
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
           MOVE 4 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-MTH-RACE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
           PERFORM SUPPRESS-MTH-GROUP
           PERFORM PRINT-TREND-RACE-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
      *
           MOVE 0 TO MTH-DIM-SUM
           PERFORM ADD-MTH-GEN-TO-DIM
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           MOVE 5 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-MTH-GEN
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           PERFORM SUPPRESS-MTH-GROUP
           PERFORM PRINT-TREND-GEN-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
      *
           END-IF.
      *
      *
      *****************************************************************
      *        The published line withholds a small cell's count,
      *        share and change; a shown cell whose share last month
      *        was withheld loses only its change column, which would
      *        otherwise give last month's share away.
      *****************************************************************
       WRITE-TREND-LINE.
           MOVE TREND-PRINT TO OUT-LINE
           WRITE OUT-LINE
           END-WRITE
           IF NOT SUPP-SHOWN (SUB)
              MOVE SPACE TO TP-COUNT-X
              MOVE SUPPRESSED-MARK TO TP-COUNT-X (7:3)
              MOVE SPACE TO TP-SHARE-X
              MOVE SPACE TO TP-CHANGE-X
              MOVE SPACE TO TP-FLAG
           ELSE
              IF PREV-SUPP-FLAG (SUPP-DIM-NO, SUB) NOT = SPACE
                 MOVE SPACE TO TP-CHANGE-X
                 MOVE SPACE TO TP-FLAG
              END-IF
           END-IF
           MOVE SUPP-FLAG (SUB) TO PREV-SUPP-FLAG (SUPP-DIM-NO, SUB)
           MOVE TREND-PRINT TO PUB-LINE
           WRITE PUB-LINE
           END-WRITE.
      *
      *
      *
       WRITE-STATE-SECTIONS.
           IF SRW-COUNT > 0
              PERFORM SUPPRESS-STATE-TOTALS
              PERFORM WRITE-STATE-DETAIL-SECTION
              PERFORM WRITE-STATE-RANKING-SECTION
           END-IF.
       WRITE-STATE-DETAIL-SECTION.
           MOVE "STATE CLAIMS DETAIL" TO SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           PERFORM INIT-STATE-ROW-IX
              VARYING SORT-SUB FROM 1 BY 1 UNTIL SORT-SUB > SRW-COUNT
              MOVE SRW-STATE-CODE (STATE-ROW-IX (SORT-SUB))
                TO PREV-STATE-CODE
              MOVE 0 TO STATE-SUBTOTAL
              PERFORM SUPPRESS-STATE-WEEKS
           END-IF
      *
           MOVE SRW-STATE-CODE (STATE-ROW-IX (SORT-SUB))
             TO STATE-SUBTOTAL
           MOVE STATE-DETAIL-PRINT TO OUT-LINE
           WRITE OUT-LINE
           END-WRITE
           COMPUTE SUPP-SUB = SORT-SUB - STATE-GROUP-START + 1
           IF NOT SUPP-SHOWN (SUPP-SUB)
              MOVE SPACE TO SDP-CLAIMS-X
              MOVE SUPPRESSED-MARK TO SDP-CLAIMS-X (11:3)
           END-IF
           MOVE STATE-DETAIL-PRINT TO PUB-LINE
           WRITE PUB-LINE
           END-WRITE.
      *
      *
           MOVE STATE-SUBTOTAL  TO SSP-CLAIMS
           MOVE STATE-SUBTOTAL-PRINT TO OUT-LINE
           WRITE OUT-LINE
           END-WRITE
           IF STATE-TOTAL-WITHHELD
              MOVE SPACE TO SSP-CLAIMS-X
              MOVE SUPPRESSED-MARK TO SSP-CLAIMS-X (11:3)
           END-IF
           MOVE STATE-SUBTOTAL-PRINT TO PUB-LINE
           WRITE PUB-LINE
           END-WRITE.
      *
      *
       WRITE-STATE-RANKING-SECTION.
           MOVE "STATE RANKING BY TOTAL CLAIMS" TO SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           PERFORM INIT-STATE-RANK-IX
              VARYING SORT-SUB FROM 1 BY 1 UNTIL SORT-SUB > STT-COUNT
                 MOVE PARM-VALUE (1:10) TO WINDOW-FROM-DATE
              WHEN "TO"
                 MOVE PARM-VALUE (1:10) TO WINDOW-TO-DATE
              WHEN "CLAIMSRC"
                 IF PARM-VALUE = "MASTER"
                    SET MASTER-SOURCE TO TRUE
                 ELSE
                    SET FEED-SOURCE TO TRUE
                 END-IF
              WHEN "MINCELL"
                 PERFORM PARSE-PARM-NUMBER
                 IF PARM-DIGIT-SEEN
                    MOVE PARM-NUM-VALUE TO MIN-CELL-COUNT
                 ELSE
                    DISPLAY "RUNPARM CARD IGNORED: " PARM-CARD
                 END-IF
              WHEN "MODE"
              WHEN "RUNDATE"
                 CONTINUE
                 DISPLAY "RUNPARM CARD IGNORED: " PARM-CARD
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
      *        The claim record date just unstrung (national or state
           ELSE
              MOVE WINDOW-TO-DATE    TO PEP-TO
           END-IF
           IF MASTER-SOURCE
              MOVE "MASTER"          TO PEP-SOURCE
           ELSE
              MOVE "FEEDS"           TO PEP-SOURCE
           END-IF
           MOVE MIN-CELL-COUNT       TO PEP-MIN-CELL
           MOVE PARM-ECHO-PRINT TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
      *
      *****************************************************************
      *        The published copy explains its (S) cells up front.
      *****************************************************************
           IF MIN-CELL-COUNT > 0
              MOVE MIN-CELL-COUNT    TO SLG-MIN-CELL
              MOVE SUPP-LEGEND-PRINT TO PUB-LINE
              WRITE PUB-LINE
              END-WRITE
           END-IF.
      *
      *
       PRINT-STATE-RANK-LINE.
           END-IF
           MOVE STATE-RANK-PRINT TO OUT-LINE
           WRITE OUT-LINE
           END-WRITE
           IF STT-SUPP-FLAG (STATE-RANK-IX (SORT-SUB)) NOT = SPACE
              MOVE SPACE TO SRP-CLAIMS-X
              MOVE SUPPRESSED-MARK TO SRP-CLAIMS-X (11:3)
              MOVE SPACE TO SRP-PCT-X
           END-IF
           MOVE STATE-RANK-PRINT TO PUB-LINE
           WRITE PUB-LINE
           END-WRITE.
      *
      *
       WRITE-WEEKLY-VOLUME-SECTION.
           MOVE "INITIAL VS CONTINUED CLAIMS BY WEEK" TO SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WEEK-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           PERFORM INIT-WEEK-IX
              VARYING SORT-SUB FROM 1 BY 1 UNTIL SORT-SUB > WK-COUNT
              MOVE CONT-RATIO TO WP-RATIO
           END-IF
           MOVE WEEK-PRINT TO OUT-LINE
           PERFORM WRITE-REPORT-LINE.
      *
      *
      *****************************************************************
       WRITE-MIX-COMPARE-SECTION.
           MOVE "INITIAL VS CONTINUED DEMOGRAPHIC MIX" TO SECTION-TEXT
           MOVE SECTION-HEADING TO OUT-LINE
           PERFORM WRITE-REPORT-LINE
      *
           MOVE 0 TO INIT-DIM-SUM
           MOVE 0 TO CONT-DIM-SUM
           PERFORM ADD-MIX-AGE-SUMS
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 9
           MOVE 1 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-CONT-AGE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 9
           PERFORM SUPPRESS-CONT-GROUP
           PERFORM PRINT-MIX-AGE-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 9
      *
           MOVE 0 TO CONT-DIM-SUM
           PERFORM ADD-MIX-ETH-SUMS
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           MOVE 2 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-CONT-ETH
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           PERFORM SUPPRESS-CONT-GROUP
           PERFORM PRINT-MIX-ETH-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
      *
           MOVE 0 TO CONT-DIM-SUM
           PERFORM ADD-MIX-IND-SUMS
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 21
           MOVE 3 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-CONT-IND
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 21
           PERFORM SUPPRESS-CONT-GROUP
           PERFORM PRINT-MIX-IND-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 21
      *
           MOVE 0 TO CONT-DIM-SUM
           PERFORM ADD-MIX-RACE-SUMS
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
           MOVE 4 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-CONT-RACE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
           PERFORM SUPPRESS-CONT-GROUP
           PERFORM PRINT-MIX-RACE-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
      *
           MOVE 0 TO CONT-DIM-SUM
           PERFORM ADD-MIX-GEN-SUMS
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           MOVE 5 TO SUPP-DIM-NO
           PERFORM LOAD-SUPP-CONT-GEN
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
           PERFORM SUPPRESS-CONT-GROUP
           PERFORM PRINT-MIX-GEN-LINE
              VARYING SUB FROM 1 BY 1 UNTIL SUB > 3
      *
           END-IF
           MOVE MIX-PRINT TO OUT-LINE
           WRITE OUT-LINE
           END-WRITE
      *
      *****************************************************************
      *        The initial side was decided with the national
      *        breakdown it repeats; the continued side by its own
      *        group.  Either withheld takes the difference with it.
      *****************************************************************
           IF BRK-SUPP-FLAG (SUPP-DIM-NO, SUB) NOT = SPACE
              MOVE SPACE TO MP-INIT-SHARE-X
              MOVE SUPPRESSED-MARK TO MP-INIT-SHARE-X (4:3)
           END-IF
           IF NOT SUPP-SHOWN (SUB)
              MOVE SPACE TO MP-CONT-SHARE-X
              MOVE SUPPRESSED-MARK TO MP-CONT-SHARE-X (4:3)
           END-IF
           IF BRK-SUPP-FLAG (SUPP-DIM-NO, SUB) NOT = SPACE OR
              NOT SUPP-SHOWN (SUB)
              MOVE SPACE TO MP-DIFF-X
              MOVE SPACE TO MP-FLAG
           END-IF
           MOVE MIX-PRINT TO PUB-LINE
           WRITE PUB-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        One week from the CLMMS history master - the claim
      *        image goes straight back into the Unemployment-Claim
      *        named fields, the date window is applied exactly as it
      *        is to a feed row, and the week takes the path its feed
      *        row would have: national initial claims into the
      *        breakdown, trend and weekly totals, state rows into the
      *        per-state sections, continued claims into the
      *        initial-versus-continued sections.  No feed carries
      *        state-level continued claims, so a state row of that
      *        type has nowhere to report and is passed over.
      *****************************************************************
       READ-CLAIM-MASTER.
           READ CLAIM-MASTER-FILE
                AT END
                  SET CLAIM-MASTER-EOF TO TRUE
                NOT AT END
                  MOVE CMS-CLAIM-IMAGE TO Unemployment-Claim
                  MOVE CMS-STATE-CODE  TO State-Claim-Code
                  PERFORM CHECK-DATE-WINDOW
                  IF ROW-IN-WINDOW
                     PERFORM ROUTE-MASTER-ROW
                  END-IF
           END-READ.
      *
      *
       ROUTE-MASTER-ROW.
           EVALUATE TRUE
              WHEN CMS-STATE-CODE NOT = SPACE AND CMS-INITIAL-CLAIM
                 PERFORM MAP-CLAIM-FIELDS
                    THRU BALANCE-CLAIM-SECTIONS
                 PERFORM STORE-STATE-ROW
              WHEN CMS-STATE-CODE NOT = SPACE
                 CONTINUE
              WHEN CMS-CONTINUED-CLAIM
                 PERFORM MAP-CLAIM-FIELDS
                    THRU BALANCE-CLAIM-SECTIONS
                 PERFORM ACCUMULATE-CONT-TOTALS
              WHEN OTHER
                 PERFORM MAP-CLAIM-FIELDS THRU ACCUMULATE-TOTALS
           END-EVALUATE.
      *
      *
      *****************************************************************
      *        A report line with nothing to withhold goes to both
      *        the internal report and the published copy as it
      *        stands.
      *****************************************************************
       WRITE-REPORT-LINE.
           WRITE OUT-LINE
           END-WRITE
           MOVE OUT-LINE TO PUB-LINE
           WRITE PUB-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        National breakdown groups - one per dimension.  Their
      *        decisions are kept, since the initial side of the mix
      *        comparison repeats these same totals.
      *****************************************************************
       SUPPRESS-BRK-GROUP.
           MOVE "NATIONAL BREAKDOWN"          TO SUPP-SECTION-NAME
           MOVE SUPP-DIM-NAME (SUPP-DIM-NO)   TO SUPP-GROUP-NAME
           MOVE SUPP-DIM-SIZE (SUPP-DIM-NO)   TO SUPP-CELL-COUNT
           PERFORM SUPPRESS-CELL-GROUP
           PERFORM SAVE-BRK-SUPP-FLAG
              VARYING SUPP-SUB FROM 1 BY 1
                 UNTIL SUPP-SUB > SUPP-CELL-COUNT.
      *
      *
       SAVE-BRK-SUPP-FLAG.
           MOVE SUPP-FLAG (SUPP-SUB)
             TO BRK-SUPP-FLAG (SUPP-DIM-NO, SUPP-SUB).
      *
      *
       LOAD-SUPP-BRK-AGE.
           MOVE AGE-TOTAL (SUB)     TO SUPP-VALUE (SUB)
           MOVE AGE-LABEL (SUB)     TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-BRK-ETH.
           MOVE ETH-TOTAL (SUB)     TO SUPP-VALUE (SUB)
           MOVE ETH-LABEL (SUB)     TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-BRK-IND.
           MOVE IND-TOTAL (SUB)     TO SUPP-VALUE (SUB)
           MOVE IND-LABEL (SUB)     TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-BRK-RACE.
           MOVE RACE-TOTAL (SUB)    TO SUPP-VALUE (SUB)
           MOVE RACE-LABEL (SUB)    TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-BRK-GENDER.
           MOVE GENDER-TOTAL (SUB)  TO SUPP-VALUE (SUB)
           MOVE GENDER-LABEL (SUB)  TO SUPP-LABEL (SUB).
      *
      *
      *****************************************************************
      *        Monthly trend groups - one per dimension per month.
      *****************************************************************
       SUPPRESS-MTH-GROUP.
           MOVE "MONTHLY TREND"               TO SUPP-SECTION-NAME
           MOVE SPACE                         TO SUPP-GROUP-NAME
           STRING MTH-KEY (MTH-MATCH-SUB) " "
                  SUPP-DIM-NAME (SUPP-DIM-NO)
              DELIMITED BY SIZE INTO SUPP-GROUP-NAME
           END-STRING
           MOVE SUPP-DIM-SIZE (SUPP-DIM-NO)   TO SUPP-CELL-COUNT
           PERFORM SUPPRESS-CELL-GROUP.
      *
      *
       LOAD-SUPP-MTH-AGE.
           MOVE MTH-AGE-TOT (MTH-MATCH-SUB, SUB)  TO SUPP-VALUE (SUB)
           MOVE AGE-LABEL (SUB)                   TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-MTH-ETH.
           MOVE MTH-ETH-TOT (MTH-MATCH-SUB, SUB)  TO SUPP-VALUE (SUB)
           MOVE ETH-LABEL (SUB)                   TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-MTH-IND.
           MOVE MTH-IND-TOT (MTH-MATCH-SUB, SUB)  TO SUPP-VALUE (SUB)
           MOVE IND-LABEL (SUB)                   TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-MTH-RACE.
           MOVE MTH-RACE-TOT (MTH-MATCH-SUB, SUB) TO SUPP-VALUE (SUB)
           MOVE RACE-LABEL (SUB)                  TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-MTH-GEN.
           MOVE MTH-GEN-TOT (MTH-MATCH-SUB, SUB)  TO SUPP-VALUE (SUB)
           MOVE GENDER-LABEL (SUB)                TO SUPP-LABEL (SUB).
      *
      *
      *****************************************************************
      *        Continued-claims side of the mix comparison - one
      *        group per dimension.
      *****************************************************************
       SUPPRESS-CONT-GROUP.
           MOVE "CONTINUED CLAIMS MIX"        TO SUPP-SECTION-NAME
           MOVE SUPP-DIM-NAME (SUPP-DIM-NO)   TO SUPP-GROUP-NAME
           MOVE SUPP-DIM-SIZE (SUPP-DIM-NO)   TO SUPP-CELL-COUNT
           PERFORM SUPPRESS-CELL-GROUP.
      *
      *
       LOAD-SUPP-CONT-AGE.
           MOVE CONT-AGE-TOTAL (SUB)  TO SUPP-VALUE (SUB)
           MOVE AGE-LABEL (SUB)       TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-CONT-ETH.
           MOVE CONT-ETH-TOTAL (SUB)  TO SUPP-VALUE (SUB)
           MOVE ETH-LABEL (SUB)       TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-CONT-IND.
           MOVE CONT-IND-TOTAL (SUB)  TO SUPP-VALUE (SUB)
           MOVE IND-LABEL (SUB)       TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-CONT-RACE.
           MOVE CONT-RACE-TOTAL (SUB) TO SUPP-VALUE (SUB)
           MOVE RACE-LABEL (SUB)      TO SUPP-LABEL (SUB).
      *
       LOAD-SUPP-CONT-GEN.
           MOVE CONT-GEN-TOTAL (SUB)  TO SUPP-VALUE (SUB)
           MOVE GENDER-LABEL (SUB)    TO SUPP-LABEL (SUB).
      *
      *
      *****************************************************************
      *        State ranking - every state's total is one group, since
      *        the shares printed beside them imply the total across
      *        states.  Decided before the detail listing prints, so
      *        a state whose total is withheld has its subtotal
      *        withheld there too.
      *****************************************************************
       SUPPRESS-STATE-TOTALS.
           MOVE "STATE RANKING"               TO SUPP-SECTION-NAME
           MOVE "ALL STATES"                  TO SUPP-GROUP-NAME
           MOVE STT-COUNT                     TO SUPP-CELL-COUNT
           PERFORM LOAD-SUPP-STATE-TOTAL
              VARYING SUPP-SUB FROM 1 BY 1
                 UNTIL SUPP-SUB > SUPP-CELL-COUNT
           PERFORM SUPPRESS-CELL-GROUP
           PERFORM SAVE-STT-SUPP-FLAG
              VARYING SUPP-SUB FROM 1 BY 1
                 UNTIL SUPP-SUB > SUPP-CELL-COUNT.
      *
      *
       LOAD-SUPP-STATE-TOTAL.
           MOVE STT-CLAIMS (SUPP-SUB) TO SUPP-VALUE (SUPP-SUB)
           MOVE SPACE                 TO SUPP-LABEL (SUPP-SUB)
           STRING "STATE " STT-STATE-CODE (SUPP-SUB)
              DELIMITED BY SIZE INTO SUPP-LABEL (SUPP-SUB)
           END-STRING.
      *
      *
       SAVE-STT-SUPP-FLAG.
           MOVE SUPP-FLAG (SUPP-SUB) TO STT-SUPP-FLAG (SUPP-SUB).
      *
      *
      *****************************************************************
      *        One state's weeks, taken at its control break - the
      *        rows from SORT-SUB up to the next change of state.  If
      *        the ranking withheld the state's total, its subtotal
      *        line is withheld as well, and one week must go with it
      *        or the weeks would add back up to it.
      *****************************************************************
       SUPPRESS-STATE-WEEKS.
           MOVE SORT-SUB TO STATE-GROUP-START
           MOVE 0        TO SUPP-CELL-COUNT
           SET STATE-GROUP-OPEN TO TRUE
           PERFORM LOAD-SUPP-STATE-WEEK
              VARYING SORT-SUB-2 FROM SORT-SUB BY 1
                 UNTIL SORT-SUB-2 > SRW-COUNT OR STATE-GROUP-ENDED
      *
           SET STATE-TOTAL-SHOWN TO TRUE
           PERFORM TEST-STATE-TOTAL-SUPP
              VARYING STT-FIND-SUB FROM 1 BY 1
                 UNTIL STT-FIND-SUB > STT-COUNT
      *
           MOVE "STATE CLAIMS DETAIL"         TO SUPP-SECTION-NAME
           MOVE SPACE                         TO SUPP-GROUP-NAME
           STRING "STATE " PREV-STATE-CODE
              DELIMITED BY SIZE INTO SUPP-GROUP-NAME
           END-STRING
           PERFORM SUPPRESS-CELL-GROUP
           IF STATE-TOTAL-WITHHELD AND SUPP-HIDDEN-COUNT = 0
              MOVE "COMPLEMENTARY - STATE TOTAL WITHHELD"
                TO SUPP-REASON
              PERFORM PICK-COMPLEMENT-CELL
           END-IF.
      *
      *
       LOAD-SUPP-STATE-WEEK.
           IF SRW-STATE-CODE (STATE-ROW-IX (SORT-SUB-2)) NOT =
              PREV-STATE-CODE
              SET STATE-GROUP-ENDED TO TRUE
           ELSE
              IF SUPP-CELL-COUNT >= SUPP-MAX-CELLS
                 DISPLAY "SUPP-GROUP-TABLE CAPACITY EXCEEDED - "
                    "RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO SUPP-CELL-COUNT
              MOVE SRW-CLAIMS   (STATE-ROW-IX (SORT-SUB-2))
                TO SUPP-VALUE   (SUPP-CELL-COUNT)
              MOVE SRW-DATE-KEY (STATE-ROW-IX (SORT-SUB-2))
                TO SUPP-LABEL   (SUPP-CELL-COUNT)
           END-IF.
      *
      *
       TEST-STATE-TOTAL-SUPP.
           IF STT-STATE-CODE (STT-FIND-SUB) = PREV-STATE-CODE AND
              STT-SUPP-FLAG  (STT-FIND-SUB) NOT = SPACE
              SET STATE-TOTAL-WITHHELD TO TRUE
           END-IF.
      *
      *
      *****************************************************************
      *        The disclosure test for the group loaded in SUPP-CELL -
      *        every nonzero cell under MIN-CELL-COUNT is withheld,
      *        and a lone withheld cell takes a complement with it.
      *        MINCELL=0 withholds nothing.
      *****************************************************************
       SUPPRESS-CELL-GROUP.
           MOVE 0 TO SUPP-HIDDEN-COUNT
           PERFORM TEST-PRIMARY-CELL
              VARYING SUPP-SUB FROM 1 BY 1
                 UNTIL SUPP-SUB > SUPP-CELL-COUNT
           IF SUPP-HIDDEN-COUNT = 1
              MOVE "COMPLEMENTARY - PROTECTS A SMALL CELL"
                TO SUPP-REASON
              PERFORM PICK-COMPLEMENT-CELL
           END-IF.
      *
      *
       TEST-PRIMARY-CELL.
           SET SUPP-SHOWN (SUPP-SUB) TO TRUE
           IF SUPP-VALUE (SUPP-SUB) > 0 AND
              SUPP-VALUE (SUPP-SUB) < MIN-CELL-COUNT
              SET SUPP-PRIMARY (SUPP-SUB) TO TRUE
              ADD 1 TO SUPP-HIDDEN-COUNT
              ADD 1 TO COUNT-SUPP-PRIMARY
              MOVE "BELOW MINIMUM CELL COUNT" TO SUPP-REASON
              PERFORM WRITE-SUPP-LOG-LINE
           END-IF.
      *
      *
      *****************************************************************
      *        The complement is the smallest cell still shown,
      *        preferring a nonzero one - a zero beside the withheld
      *        cell would give it away just as surely.  A group with
      *        nothing left to withhold is left as it stands.
      *****************************************************************
       PICK-COMPLEMENT-CELL.
           MOVE 0 TO SUPP-PICK-SUB
           PERFORM TEST-COMPLEMENT-CELL
              VARYING SUPP-SUB FROM 1 BY 1
                 UNTIL SUPP-SUB > SUPP-CELL-COUNT
           IF SUPP-PICK-SUB > 0
              MOVE SUPP-PICK-SUB TO SUPP-SUB
              SET SUPP-COMPLEMENT (SUPP-SUB) TO TRUE
              ADD 1 TO SUPP-HIDDEN-COUNT
              ADD 1 TO COUNT-SUPP-COMPLEMENT
              PERFORM WRITE-SUPP-LOG-LINE
           END-IF.
      *
      *
       TEST-COMPLEMENT-CELL.
           IF SUPP-SHOWN (SUPP-SUB)
              EVALUATE TRUE
                 WHEN SUPP-PICK-SUB = 0
                    MOVE SUPP-SUB TO SUPP-PICK-SUB
                 WHEN SUPP-VALUE (SUPP-SUB) = 0
                    CONTINUE
                 WHEN SUPP-VALUE (SUPP-PICK-SUB) = 0
                    MOVE SUPP-SUB TO SUPP-PICK-SUB
                 WHEN SUPP-VALUE (SUPP-SUB) <
                      SUPP-VALUE (SUPP-PICK-SUB)
                    MOVE SUPP-SUB TO SUPP-PICK-SUB
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      *
       WRITE-SUPP-LOG-LINE.
           MOVE SUPP-SECTION-NAME      TO SLP-SECTION
           MOVE SUPP-GROUP-NAME        TO SLP-GROUP
           MOVE SUPP-LABEL (SUPP-SUB)  TO SLP-CELL
           MOVE SUPP-VALUE (SUPP-SUB)  TO SLP-VALUE
           MOVE SUPP-REASON            TO SLP-REASON
           MOVE SUPP-LOG-PRINT TO SUPP-LOG-LINE
           WRITE SUPP-LOG-LINE
           END-WRITE.
      *
      *
       WRITE-SUPP-LOG-TOTALS.
           MOVE SPACE TO SUPP-LOG-LINE
           WRITE SUPP-LOG-LINE END-WRITE
      *
           MOVE "MINIMUM CELL COUNT"            TO STP-LABEL
           MOVE MIN-CELL-COUNT                 TO STP-VALUE
           MOVE SUPP-TOTAL-PRINT TO SUPP-LOG-LINE
           WRITE SUPP-LOG-LINE END-WRITE
      *
           MOVE "CELLS WITHHELD - PRIMARY"      TO STP-LABEL
           MOVE COUNT-SUPP-PRIMARY             TO STP-VALUE
           MOVE SUPP-TOTAL-PRINT TO SUPP-LOG-LINE
           WRITE SUPP-LOG-LINE END-WRITE
      *
           MOVE "CELLS WITHHELD - COMPLEMENTARY" TO STP-LABEL
           MOVE COUNT-SUPP-COMPLEMENT          TO STP-VALUE
           MOVE SUPP-TOTAL-PRINT TO SUPP-LOG-LINE
           WRITE SUPP-LOG-LINE END-WRITE.
