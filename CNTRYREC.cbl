      *****************************************************************
      * Program name:    CNTRYREC
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 DAVID QUINTERO  Created to reconcile the second
      *                            provider's history (ALTMS, loaded
      *                            by ALTLD) against the CNTRYMS
      *                            master key for key.  Lists every
      *                            key only one source carries, and
      *                            every new/total cases, deaths or
      *                            recoveries figure the two disagree
      *                            on by more than the SRCCTL
      *                            tolerance.  SRCCTL also names the
      *                            preferred source per country; where
      *                            the second provider is preferred
      *                            its figures are carried onto the
      *                            master - replacements with their
      *                            before-images on CNTRYRV, additions
      *                            logged on CNTRYIL, both under the
      *                            run date, so CNTRYBKO can back the
      *                            day out the same way as a load.
      *                            RECRPT lists the findings and the
      *                            control totals.  MODE=VERIFY
      *                            reports without updating.  Return
      *                            code 8 when a figure disagrees
      *                            beyond tolerance.
      * 15/10/2026 DAVID QUINTERO  Rows carried or added from ALTMS
      *                            are stamped with their provenance
      *                            - source feed ALTTXT, the run date
      *                            as load date, and the CORRXN flag
      *                            ALTLD recorded for the row.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNTRYREC.
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
           SELECT ALT-MASTER-FILE ASSIGN TO ALTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS ALT-KEY
               FILE STATUS  IS ALT-MASTER-STATUS.
           SELECT SRC-CTL-FILE ASSIGN  TO SRCCTL
               FILE STATUS IS SRC-CTL-STATUS.
           SELECT REVISION-FILE ASSIGN TO CNTRYRV
               FILE STATUS IS REVISION-STATUS.
           SELECT INSERT-LOG-FILE ASSIGN TO CNTRYIL
               FILE STATUS IS INSERT-LOG-STATUS.
           SELECT REC-RPT-FILE ASSIGN  TO RECRPT.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *        Permanent country/date history master, maintained by
      *        CNTRYLD - see CNTRYMS.cpy.  Read through in key order
      *        and rewritten in place where the second provider is
      *        the preferred source.
      *****************************************************************
       FD  MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        Second provider's country/date history, maintained by
      *        ALTLD - see ALTMS.cpy.
      *****************************************************************
       FD  ALT-MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY ALTMS.
      *****************************************************************
      *        Source-of-truth control cards - keyword=value, '*' in
      *        column 1 for a comment:
      *          TOLERANCE=n    absolute difference allowed
      *          TOLPCT=n       percentage of the CNTRYMS figure
      *                         allowed
      *          DEFAULT=PRIMARY|ALTERNATE  source for a country no
      *                         card names
      *          PRIMARY=CCC/CCC/...    countries CNTRYMS's own feed
      *          ALTERNATE=CCC/CCC/...  countries the second provider
      *                         is preferred for
      *          FROM=YYYY-MM-DD  TO=YYYY-MM-DD  window reconciled
      *          MODE=VERIFY    report only, no master updates
      *        A figure disagrees only when it is beyond both the
      *        absolute and the percentage tolerance.  Optional - with
      *        no cards any difference is reported, CNTRYMS's own
      *        figures stand, and the window is the dates ALTMS
      *        holds.
      *****************************************************************
       FD  SRC-CTL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD       PIC X(80).
      *****************************************************************
      *        CNTRYLD's revision file - the before-image of every
      *        master row this run replaces, under the run date.
      *****************************************************************
       FD  REVISION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 190 CHARACTERS.
       01  REVISION-RECORD.
           05 RV-LOAD-DATE     PIC X(10).
           05 RV-MASTER-IMAGE  PIC X(180).
      *****************************************************************
      *        CNTRYLD's insert log - the key of every row this run
      *        adds to the master, under the run date.
      *****************************************************************
       FD  INSERT-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  INSERT-LOG-RECORD.
           05 IL-LOAD-DATE     PIC X(10).
           05 IL-MASTER-KEY    PIC X(13).
           05 FILLER           PIC X(17).
       FD  REC-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-RPT-LINE PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS      PIC XX VALUE SPACE.
       01  ALT-MASTER-STATUS  PIC XX VALUE SPACE.
       01  SRC-CTL-STATUS     PIC XX VALUE SPACE.
       01  REVISION-STATUS    PIC XX VALUE SPACE.
       01  INSERT-LOG-STATUS  PIC XX VALUE SPACE.
       01  MASTER-EOF-SW      PIC X VALUE 'N'.
           88 MASTER-EOF          VALUE 'Y'.
       01  ALT-MASTER-EOF-SW  PIC X VALUE 'N'.
           88 ALT-MASTER-EOF      VALUE 'Y'.
       01  SRC-CTL-EOF-SW     PIC X VALUE 'N'.
           88 SRC-CTL-EOF         VALUE 'Y'.
      *
      *****************************************************************
      *        Today's date in YYYY-MM-DD form - stamped on each
      *        revision and insert-log record as this run's load
      *        date.
      *****************************************************************
       01  RUN-DATE-WORK.
           05 RDW-YYYY      PIC 9(04).
           05 RDW-MM        PIC 9(02).
           05 RDW-DD        PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE-WORK PIC 9(08).
       01  RUN-DATE-YMD     PIC X(10) VALUE SPACE.
      *
      *****************************************************************
      *        Control card work area - APPLY is the default; VERIFY
      *        reports what would be carried onto the master without
      *        doing it.
      *****************************************************************
       01  RUN-MODE-SW      PIC X VALUE 'A'.
           88 APPLY-MODE         VALUE 'A'.
           88 VERIFY-MODE        VALUE 'V'.
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
      *****************************************************************
      *        Numeric card-value parse - the same digit walk
      *        MSTSWEEP uses.
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
      *        Tolerances and the reconciliation window.  A window
      *        end left blank is taken from the dates ALTMS holds.
      *****************************************************************
       01  TOL-ABSOLUTE     PIC 9(09) COMP-4 VALUE 0.
       01  TOL-PERCENT      PIC 9(09) COMP-4 VALUE 0.
       01  WINDOW-FROM      PIC X(10) VALUE SPACE.
       01  WINDOW-TO        PIC X(10) VALUE SPACE.
       01  ALT-LOW-DATE     PIC X(10) VALUE HIGH-VALUES.
       01  ALT-HIGH-DATE    PIC X(10) VALUE SPACE.
      *
      *****************************************************************
      *        Preferred source per country - the DEFAULT= source for
      *        any country no PRIMARY=/ALTERNATE= card names.  A
      *        country named twice takes its last card.
      *****************************************************************
       01  DEFAULT-SOURCE-SW PIC X VALUE 'P'.
           88 DEFAULT-PRIMARY    VALUE 'P'.
           88 DEFAULT-ALTERNATE  VALUE 'A'.
       01  CTL-CODE-TABLE.
           05  CTL-CODE     PIC X(03) OCCURS 15 TIMES.
       01  CTL-CODE-COUNT   PIC 9(04) COMP-4 VALUE 0.
       01  CTL-CODE-SUB     PIC 9(04) COMP-4 VALUE 0.
       01  CTL-SOURCE-SW    PIC X VALUE 'P'.
      *
       01  PREFERENCE-TABLE.
           05  PREFERENCE-ENTRY OCCURS 500 TIMES.
               10  PRF-COUNTRY-CODE  PIC X(03).
               10  PRF-SOURCE        PIC X.
       01  PRF-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 500.
       01  PRF-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  PRF-SUB          PIC 9(06) COMP-4 VALUE 0.
       01  PRF-FOUND-SW     PIC X VALUE 'N'.
           88 PRF-FOUND         VALUE 'Y'.
           88 PRF-NOT-FOUND     VALUE 'N'.
       01  PRF-TEST-CODE    PIC X(03) VALUE SPACE.
      *
       01  KEY-SOURCE-SW    PIC X VALUE 'P'.
           88 KEY-PRIMARY       VALUE 'P'.
           88 KEY-ALTERNATE     VALUE 'A'.
      *
      *****************************************************************
      *        Match-merge keys - each master's current key, or
      *        HIGH-VALUES once that master has run out, so the lower
      *        key always drives the next step of the merge.
      *****************************************************************
       01  CASE-MERGE-KEY   PIC X(13) VALUE SPACE.
       01  ALT-MERGE-KEY    PIC X(13) VALUE SPACE.
      *
      *****************************************************************
      *        The six figures of the key in hand from each source,
      *        side by side, so one paragraph tests them all.
      *****************************************************************
       01  FIELD-LABEL-INIT.
           05 FILLER  PIC X(12) VALUE "NEW CASES".
           05 FILLER  PIC X(12) VALUE "TOT CASES".
           05 FILLER  PIC X(12) VALUE "NEW DEATHS".
           05 FILLER  PIC X(12) VALUE "TOT DEATHS".
           05 FILLER  PIC X(12) VALUE "NEW RECOV".
           05 FILLER  PIC X(12) VALUE "TOT RECOV".
       01  FIELD-LABEL-TABLE REDEFINES FIELD-LABEL-INIT.
           05 FIELD-LABEL   PIC X(12) OCCURS 6 TIMES.
      *
       01  FIGURE-TABLE.
           05 FIGURE-ENTRY OCCURS 6 TIMES.
              10 FIG-PRIMARY   PIC S9(07) COMP-4.
              10 FIG-ALTERNATE PIC S9(07) COMP-4.
       01  FIG-SUB          PIC 9(04) COMP-4 VALUE 0.
       01  FIG-DIFFERENCE   PIC S9(07) COMP-4 VALUE 0.
       01  FIG-ABS-DIFF     PIC S9(07) COMP-4 VALUE 0.
       01  FIG-ABS-PRIMARY  PIC S9(07) COMP-4 VALUE 0.
       01  FIGURES-DIFFER-SW PIC X VALUE 'N'.
           88 FIGURES-DIFFER     VALUE 'Y'.
           88 FIGURES-MATCH      VALUE 'N'.
       01  KEY-DISAGREES-SW PIC X VALUE 'N'.
           88 KEY-DISAGREES      VALUE 'Y'.
           88 KEY-AGREES         VALUE 'N'.
      *
      *****************************************************************
      *        Second-provider rows for keys CNTRYMS does not carry,
      *        held until the merge is done and added then, so the
      *        master is not written to ahead of the read position.
      *****************************************************************
       01  INSERT-TABLE.
           05  INSERT-ENTRY OCCURS 50000 TIMES PIC X(180).
       01  INS-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 50000.
       01  INS-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  INS-SUB          PIC 9(06) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Reconciliation control counts.
      *****************************************************************
       01  COUNT-PRIMARY-ROWS  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-ALT-ROWS      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-MATCHED       PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-PRIMARY-ONLY  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-ALT-ONLY      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-KEYS-DISAGREE PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-FIGS-DISAGREE PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-INSERTED      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REPLACED      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REVISIONED    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-INS-LOGGED    PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *                         Report elements
      *****************************************************************
       01  DECO-LINE    PIC X(132) VALUE ALL '-'.
      *
       01  PARM-ECHO-PRINT.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 FILLER        PIC X(13) VALUE "RUN CONTROL:".
           05 FILLER        PIC X(05) VALUE "MODE=".
           05 PEP-MODE      PIC X(08).
           05 FILLER        PIC X(06) VALUE " FROM=".
           05 PEP-FROM      PIC X(10).
           05 FILLER        PIC X(04) VALUE " TO=".
           05 PEP-TO        PIC X(10).
           05 FILLER        PIC X(11) VALUE " TOLERANCE=".
           05 PEP-TOLERANCE PIC Z(08)9.
           05 FILLER        PIC X(08) VALUE " TOLPCT=".
           05 PEP-TOLPCT    PIC ZZ9.
           05 FILLER        PIC X(09) VALUE " DEFAULT=".
           05 PEP-DEFAULT   PIC X(09).
      *
       01  RECON-HEADING.
           05 FILLER   PIC X(06) VALUE " CODE".
           05 FILLER   PIC X(11) VALUE " DATE".
           05 FILLER   PIC X(16) VALUE " FINDING".
           05 FILLER   PIC X(13) VALUE " FIGURE".
           05 FILLER   PIC X(10) VALUE "  CNTRYMS".
           05 FILLER   PIC X(10) VALUE "    ALTMS".
           05 FILLER   PIC X(10) VALUE "     DIFF".
           05 FILLER   PIC X(10) VALUE " PREFER".
           05 FILLER   PIC X(26) VALUE " ACTION".
           05 FILLER   PIC X(20) VALUE SPACE.
      *
       01  RECON-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 RP-CODE         PIC X(03).
           05 FILLER          PIC X(02)  VALUE " |".
           05 RP-DATE         PIC X(10).
           05 FILLER          PIC X(01)  VALUE "|".
           05 RP-FINDING      PIC X(15).
           05 FILLER          PIC X(01)  VALUE "|".
           05 RP-FIGURE       PIC X(12).
           05 FILLER          PIC X(01)  VALUE "|".
           05 RP-PRIMARY      PIC -ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 RP-ALTERNATE    PIC -ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 RP-DIFFERENCE   PIC -ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 RP-PREFER       PIC X(09).
           05 FILLER          PIC X(01)  VALUE "|".
           05 RP-ACTION       PIC X(25).
           05 FILLER          PIC X(01)  VALUE "|".
           05 FILLER          PIC X(20)  VALUE SPACE.
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
           PERFORM LOAD-SRC-CONTROL
           PERFORM SET-RECON-WINDOW
           PERFORM OPEN-FILES
           PERFORM WRITE-PARM-ECHO
      *
           MOVE DECO-LINE TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
           MOVE RECON-HEADING TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *****************************************************************
      *            Prime both masters, then merge on the shared
      *            country code + date key until both run out.  Rows
      *            outside the window are read past, not reconciled.
      *****************************************************************
           PERFORM READ-CASE-MASTER
           PERFORM READ-ALT-MASTER
           PERFORM MERGE-ONE-KEY
              UNTIL MASTER-EOF AND ALT-MASTER-EOF
           PERFORM ADD-ALT-ONLY-ROW
              VARYING INS-SUB FROM 1 BY 1 UNTIL INS-SUB > INS-COUNT
      *
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-FILES
      *****************************************************************
      *            A figure beyond tolerance needs a look before the
      *            batch carries on.
      *****************************************************************
           IF COUNT-FIGS-DISAGREE > 0
              MOVE 8 TO RETURN-CODE
           END-IF
      *
           GOBACK.
      *
      *
       OPEN-FILES.
           IF APPLY-MODE
              OPEN I-O MASTER-FILE
           ELSE
              OPEN INPUT MASTER-FILE
           END-IF
           IF MASTER-STATUS NOT = "00"
              DISPLAY "CNTRYMS MASTER OPEN FAILED, STATUS "
                 MASTER-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ALT-MASTER-FILE
           IF ALT-MASTER-STATUS NOT = "00"
              DISPLAY "ALTMS MASTER OPEN FAILED, STATUS "
                 ALT-MASTER-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *****************************************************************
      *        CNTRYRV and CNTRYIL accumulate across runs - EXTEND,
      *        with the create-on-first-run bootstrap CNTRYLD uses.
      *****************************************************************
           IF APPLY-MODE
              OPEN EXTEND REVISION-FILE
              IF REVISION-STATUS = "35"
                 OPEN OUTPUT REVISION-FILE
              END-IF
              IF REVISION-STATUS NOT = "00"
                 DISPLAY "CNTRYRV REVISION FILE OPEN FAILED, STATUS "
                    REVISION-STATUS " - RUN ABENDING"
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
           END-IF
           OPEN OUTPUT REC-RPT-FILE
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE SPACE TO RUN-DATE-YMD
           STRING RDW-YYYY "-" RDW-MM "-" RDW-DD
              DELIMITED BY SIZE INTO RUN-DATE-YMD
           END-STRING.
      *
      *
       CLOSE-FILES.
           CLOSE MASTER-FILE
           CLOSE ALT-MASTER-FILE
           IF APPLY-MODE
              CLOSE REVISION-FILE
              CLOSE INSERT-LOG-FILE
           END-IF
           CLOSE REC-RPT-FILE.
      *
      *
       LOAD-SRC-CONTROL.
           OPEN INPUT SRC-CTL-FILE
           IF SRC-CTL-STATUS = "00"
              PERFORM LOAD-SRC-CTL-CARD UNTIL SRC-CTL-EOF
              CLOSE SRC-CTL-FILE
           END-IF.
      *
      *
       LOAD-SRC-CTL-CARD.
           READ SRC-CTL-FILE
                AT END
                  SET SRC-CTL-EOF TO TRUE
                NOT AT END
                  IF PARM-CARD (1:1) NOT = "*" AND PARM-CARD NOT = SPACE
                     MOVE SPACE TO PARM-KEYWORD
                     MOVE SPACE TO PARM-VALUE
                     UNSTRING PARM-CARD
                         DELIMITED BY "="
                         INTO PARM-KEYWORD PARM-VALUE
                     END-UNSTRING
                     PERFORM APPLY-SRC-CTL-CARD
                  END-IF
           END-READ.
      *
      *
       APPLY-SRC-CTL-CARD.
           PERFORM PARSE-PARM-NUMBER
           EVALUATE PARM-KEYWORD
              WHEN "MODE"
                 IF PARM-VALUE = "VERIFY"
                    SET VERIFY-MODE TO TRUE
                 ELSE
                    SET APPLY-MODE TO TRUE
                 END-IF
              WHEN "TOLERANCE"
                 IF PARM-DIGIT-SEEN
                    MOVE PARM-NUM-VALUE TO TOL-ABSOLUTE
                 END-IF
              WHEN "TOLPCT"
                 IF PARM-DIGIT-SEEN
                    MOVE PARM-NUM-VALUE TO TOL-PERCENT
                 END-IF
              WHEN "DEFAULT"
                 EVALUATE PARM-VALUE
                    WHEN "PRIMARY"
                       SET DEFAULT-PRIMARY TO TRUE
                    WHEN "ALTERNATE"
                       SET DEFAULT-ALTERNATE TO TRUE
                    WHEN OTHER
                       DISPLAY "SRCCTL CARD IGNORED: " PARM-CARD
                 END-EVALUATE
              WHEN "PRIMARY"
                 MOVE 'P' TO CTL-SOURCE-SW
                 PERFORM PARSE-PREFERENCE-CARD
              WHEN "ALTERNATE"
                 MOVE 'A' TO CTL-SOURCE-SW
                 PERFORM PARSE-PREFERENCE-CARD
              WHEN "FROM"
                 MOVE PARM-VALUE (1:10) TO WINDOW-FROM
              WHEN "TO"
                 MOVE PARM-VALUE (1:10) TO WINDOW-TO
              WHEN OTHER
                 DISPLAY "SRCCTL CARD IGNORED: " PARM-CARD
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
      *        PRIMARY=/ALTERNATE= - up to fifteen codes a card, the
      *        same slash list RPTDIST's DISTCTL cards take; more
      *        cards extend the list.
      *****************************************************************
       PARSE-PREFERENCE-CARD.
           MOVE 0 TO CTL-CODE-COUNT
           MOVE SPACE TO CTL-CODE-TABLE
           UNSTRING PARM-VALUE
               DELIMITED BY "/"
               INTO CTL-CODE (1)  CTL-CODE (2)  CTL-CODE (3)
                    CTL-CODE (4)  CTL-CODE (5)  CTL-CODE (6)
                    CTL-CODE (7)  CTL-CODE (8)  CTL-CODE (9)
                    CTL-CODE (10) CTL-CODE (11) CTL-CODE (12)
                    CTL-CODE (13) CTL-CODE (14) CTL-CODE (15)
               TALLYING IN CTL-CODE-COUNT
           END-UNSTRING
           PERFORM ADD-ONE-PREFERENCE
              VARYING CTL-CODE-SUB FROM 1 BY 1
                 UNTIL CTL-CODE-SUB > CTL-CODE-COUNT.
      *
      *
       ADD-ONE-PREFERENCE.
           IF CTL-CODE (CTL-CODE-SUB) NOT = SPACE
              MOVE CTL-CODE (CTL-CODE-SUB) TO PRF-TEST-CODE
              PERFORM FIND-PREFERENCE
              IF PRF-NOT-FOUND
                 IF PRF-COUNT >= PRF-MAX-ENTRIES
                    DISPLAY "PREFERENCE-TABLE CAPACITY EXCEEDED - "
                       "RUN ABENDING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO PRF-COUNT
                 MOVE PRF-COUNT TO PRF-SUB
                 MOVE PRF-TEST-CODE TO PRF-COUNTRY-CODE (PRF-SUB)
              END-IF
              MOVE CTL-SOURCE-SW TO PRF-SOURCE (PRF-SUB)
           END-IF.
      *
      *
       FIND-PREFERENCE.
           SET PRF-NOT-FOUND TO TRUE
           PERFORM SEARCH-PREFERENCE
              VARYING PRF-SUB FROM 1 BY 1
                 UNTIL PRF-SUB > PRF-COUNT OR PRF-FOUND
           IF PRF-FOUND
              SUBTRACT 1 FROM PRF-SUB
           END-IF.
      *
      *
       SEARCH-PREFERENCE.
           IF PRF-SUB <= PRF-COUNT
              IF PRF-COUNTRY-CODE (PRF-SUB) = PRF-TEST-CODE
                 SET PRF-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        The preferred source for the key in hand - its
      *        country's card, else the DEFAULT= source.
      *****************************************************************
       SET-KEY-SOURCE.
           PERFORM FIND-PREFERENCE
           IF PRF-FOUND
              MOVE PRF-SOURCE (PRF-SUB) TO KEY-SOURCE-SW
           ELSE
              MOVE DEFAULT-SOURCE-SW TO KEY-SOURCE-SW
           END-IF
           IF KEY-PRIMARY
              MOVE "PRIMARY"   TO RP-PREFER
           ELSE
              MOVE "ALTERNATE" TO RP-PREFER
           END-IF.
      *
      *
      *****************************************************************
      *        A window end not given on a card is taken from the
      *        oldest and newest dates ALTMS holds - one pass over
      *        the second provider's master before the merge.
      *****************************************************************
       SET-RECON-WINDOW.
           IF WINDOW-FROM = SPACE OR WINDOW-TO = SPACE
              OPEN INPUT ALT-MASTER-FILE
              IF ALT-MASTER-STATUS NOT = "00"
                 DISPLAY "ALTMS MASTER OPEN FAILED, STATUS "
                    ALT-MASTER-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM SCAN-ALT-DATE UNTIL ALT-MASTER-EOF
              CLOSE ALT-MASTER-FILE
              MOVE 'N' TO ALT-MASTER-EOF-SW
              IF WINDOW-FROM = SPACE
                 MOVE ALT-LOW-DATE TO WINDOW-FROM
              END-IF
              IF WINDOW-TO = SPACE
                 MOVE ALT-HIGH-DATE TO WINDOW-TO
              END-IF
           END-IF.
      *
      *
       SCAN-ALT-DATE.
           READ ALT-MASTER-FILE
                AT END
                  SET ALT-MASTER-EOF TO TRUE
                NOT AT END
                  IF ALT-TIMESPAN-YMD < ALT-LOW-DATE
                     MOVE ALT-TIMESPAN-YMD TO ALT-LOW-DATE
                  END-IF
                  IF ALT-TIMESPAN-YMD > ALT-HIGH-DATE
                     MOVE ALT-TIMESPAN-YMD TO ALT-HIGH-DATE
                  END-IF
           END-READ.
      *
      *
       WRITE-PARM-ECHO.
           IF APPLY-MODE
              MOVE "APPLY"  TO PEP-MODE
              MOVE "CNTRYMS / ALTMS SOURCE RECONCILIATION"
                TO BANNER-TEXT
           ELSE
              MOVE "VERIFY" TO PEP-MODE
              MOVE "CNTRYMS / ALTMS SOURCE RECONCILIATION - VERIFY ONLY"
                TO BANNER-TEXT
           END-IF
           MOVE BANNER-LINE TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
           MOVE WINDOW-FROM  TO PEP-FROM
           MOVE WINDOW-TO    TO PEP-TO
           MOVE TOL-ABSOLUTE TO PEP-TOLERANCE
           MOVE TOL-PERCENT  TO PEP-TOLPCT
           IF DEFAULT-PRIMARY
              MOVE "PRIMARY"   TO PEP-DEFAULT
           ELSE
              MOVE "ALTERNATE" TO PEP-DEFAULT
           END-IF
           MOVE PARM-ECHO-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        Each master reads back in country code + date order,
      *        rows outside the window read past; at end of file its
      *        merge key goes to HIGH-VALUES so the other master
      *        drains through the merge on its own.
      *****************************************************************
       READ-CASE-MASTER.
           MOVE SPACE TO CASE-MERGE-KEY
           PERFORM READ-CASE-MASTER-ROW
              UNTIL CASE-MERGE-KEY NOT = SPACE.
      *
      *
       READ-CASE-MASTER-ROW.
           READ MASTER-FILE NEXT RECORD
                AT END
                  SET MASTER-EOF TO TRUE
                  MOVE HIGH-VALUES TO CASE-MERGE-KEY
                NOT AT END
                  IF MST-TIMESPAN-YMD NOT < WINDOW-FROM AND
                     MST-TIMESPAN-YMD NOT > WINDOW-TO
                     ADD 1 TO COUNT-PRIMARY-ROWS
                     MOVE MST-KEY TO CASE-MERGE-KEY
                  END-IF
           END-READ.
      *
      *
       READ-ALT-MASTER.
           MOVE SPACE TO ALT-MERGE-KEY
           PERFORM READ-ALT-MASTER-ROW
              UNTIL ALT-MERGE-KEY NOT = SPACE.
      *
      *
       READ-ALT-MASTER-ROW.
           READ ALT-MASTER-FILE
                AT END
                  SET ALT-MASTER-EOF TO TRUE
                  MOVE HIGH-VALUES TO ALT-MERGE-KEY
                NOT AT END
                  IF ALT-TIMESPAN-YMD NOT < WINDOW-FROM AND
                     ALT-TIMESPAN-YMD NOT > WINDOW-TO
                     ADD 1 TO COUNT-ALT-ROWS
                     MOVE ALT-KEY TO ALT-MERGE-KEY
                  END-IF
           END-READ.
      *
      *
      *****************************************************************
      *        One step of the merge - a key on CNTRYMS alone, on
      *        both, or on ALTMS alone.
      *****************************************************************
       MERGE-ONE-KEY.
           EVALUATE TRUE
              WHEN CASE-MERGE-KEY < ALT-MERGE-KEY
                 MOVE MST-COUNTRY-CODE TO PRF-TEST-CODE
                 PERFORM SET-KEY-SOURCE
                 ADD 1 TO COUNT-PRIMARY-ONLY
                 PERFORM REPORT-PRIMARY-ONLY
                 PERFORM READ-CASE-MASTER
              WHEN CASE-MERGE-KEY = ALT-MERGE-KEY
                 MOVE MST-COUNTRY-CODE TO PRF-TEST-CODE
                 PERFORM SET-KEY-SOURCE
                 ADD 1 TO COUNT-MATCHED
                 PERFORM RECONCILE-MATCHED-KEY
                 PERFORM READ-CASE-MASTER
                 PERFORM READ-ALT-MASTER
              WHEN OTHER
                 MOVE ALT-COUNTRY-CODE TO PRF-TEST-CODE
                 PERFORM SET-KEY-SOURCE
                 ADD 1 TO COUNT-ALT-ONLY
                 PERFORM REPORT-ALT-ONLY
                 PERFORM READ-ALT-MASTER
           END-EVALUATE.
      *
      *
      *****************************************************************
      *        A key only CNTRYMS carries keeps its own figures
      *        whichever source is preferred - there is nothing else
      *        to carry.
      *****************************************************************
       REPORT-PRIMARY-ONLY.
           MOVE MST-COUNTRY-CODE  TO RP-CODE
           MOVE MST-TIMESPAN-YMD  TO RP-DATE
           MOVE "PRIMARY ONLY"    TO RP-FINDING
           MOVE "TOT CASES"       TO RP-FIGURE
           MOVE MST-TOT-CASES     TO RP-PRIMARY
           MOVE 0                 TO RP-ALTERNATE
           MOVE 0                 TO RP-DIFFERENCE
           MOVE "CNTRYMS KEPT"    TO RP-ACTION
           MOVE RECON-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        A key only ALTMS carries is added to the master when
      *        the second provider is preferred for its country.
      *****************************************************************
       REPORT-ALT-ONLY.
           MOVE ALT-COUNTRY-CODE  TO RP-CODE
           MOVE ALT-TIMESPAN-YMD  TO RP-DATE
           MOVE "ALTERNATE ONLY"  TO RP-FINDING
           MOVE "TOT CASES"       TO RP-FIGURE
           MOVE 0                 TO RP-PRIMARY
           MOVE ALT-TOT-CASES     TO RP-ALTERNATE
           MOVE 0                 TO RP-DIFFERENCE
           IF KEY-ALTERNATE
              IF APPLY-MODE
                 MOVE "ADDED TO CNTRYMS" TO RP-ACTION
                 IF INS-COUNT >= INS-MAX-ENTRIES
                    DISPLAY "INSERT-TABLE CAPACITY EXCEEDED - "
                       "RUN ABENDING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO INS-COUNT
                 MOVE ALT-MASTER-RECORD TO INSERT-ENTRY (INS-COUNT)
              ELSE
                 MOVE "VERIFY - NOT ADDED" TO RP-ACTION
              END-IF
           ELSE
              MOVE "NOT CARRIED" TO RP-ACTION
           END-IF
           MOVE RECON-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        A key both carry - each figure beyond tolerance is
      *        listed; then, where the second provider is preferred
      *        and any figure differs at all, its figures replace the
      *        master's.  The master keeps its own name and slug.
      *****************************************************************
       RECONCILE-MATCHED-KEY.
           MOVE MST-NEW-CASES  TO FIG-PRIMARY (1)
           MOVE MST-TOT-CASES  TO FIG-PRIMARY (2)
           MOVE MST-NEW-DEATHS TO FIG-PRIMARY (3)
           MOVE MST-TOT-DEATHS TO FIG-PRIMARY (4)
           MOVE MST-NEW-RECOV  TO FIG-PRIMARY (5)
           MOVE MST-TOT-RECOV  TO FIG-PRIMARY (6)
           MOVE ALT-NEW-CASES  TO FIG-ALTERNATE (1)
           MOVE ALT-TOT-CASES  TO FIG-ALTERNATE (2)
           MOVE ALT-NEW-DEATHS TO FIG-ALTERNATE (3)
           MOVE ALT-TOT-DEATHS TO FIG-ALTERNATE (4)
           MOVE ALT-NEW-RECOV  TO FIG-ALTERNATE (5)
           MOVE ALT-TOT-RECOV  TO FIG-ALTERNATE (6)
           SET FIGURES-MATCH TO TRUE
           SET KEY-AGREES TO TRUE
      *
           IF KEY-ALTERNATE
              IF APPLY-MODE
                 MOVE "CNTRYMS SET TO ALTMS" TO RP-ACTION
              ELSE
                 MOVE "VERIFY - NOT APPLIED" TO RP-ACTION
              END-IF
           ELSE
              MOVE "CNTRYMS KEPT" TO RP-ACTION
           END-IF
           PERFORM COMPARE-ONE-FIGURE
              VARYING FIG-SUB FROM 1 BY 1 UNTIL FIG-SUB > 6
           IF KEY-DISAGREES
              ADD 1 TO COUNT-KEYS-DISAGREE
           END-IF
      *
           IF KEY-ALTERNATE AND FIGURES-DIFFER AND APPLY-MODE
              PERFORM CARRY-ALT-FIGURES
           END-IF.
      *
      *
       COMPARE-ONE-FIGURE.
           COMPUTE FIG-DIFFERENCE =
              FIG-ALTERNATE (FIG-SUB) - FIG-PRIMARY (FIG-SUB)
           IF FIG-DIFFERENCE NOT = 0
              SET FIGURES-DIFFER TO TRUE
              MOVE FIG-DIFFERENCE TO FIG-ABS-DIFF
              IF FIG-ABS-DIFF < 0
                 COMPUTE FIG-ABS-DIFF = 0 - FIG-ABS-DIFF
              END-IF
              MOVE FIG-PRIMARY (FIG-SUB) TO FIG-ABS-PRIMARY
              IF FIG-ABS-PRIMARY < 0
                 COMPUTE FIG-ABS-PRIMARY = 0 - FIG-ABS-PRIMARY
              END-IF
              IF FIG-ABS-DIFF > TOL-ABSOLUTE AND
                 FIG-ABS-DIFF * 100 > TOL-PERCENT * FIG-ABS-PRIMARY
                 SET KEY-DISAGREES TO TRUE
                 ADD 1 TO COUNT-FIGS-DISAGREE
                 MOVE MST-COUNTRY-CODE      TO RP-CODE
                 MOVE MST-TIMESPAN-YMD      TO RP-DATE
                 MOVE "DISAGREE"            TO RP-FINDING
                 MOVE FIELD-LABEL (FIG-SUB) TO RP-FIGURE
                 MOVE FIG-PRIMARY (FIG-SUB)   TO RP-PRIMARY
                 MOVE FIG-ALTERNATE (FIG-SUB) TO RP-ALTERNATE
                 MOVE FIG-DIFFERENCE        TO RP-DIFFERENCE
                 MOVE RECON-PRINT TO REC-RPT-LINE
                 WRITE REC-RPT-LINE
                 END-WRITE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        Retain the version being replaced before it is
      *        overwritten - the before-image plus the run date,
      *        appended to CNTRYRV for ASOFRPT and CNTRYBKO.
      *****************************************************************
       CARRY-ALT-FIGURES.
           MOVE RUN-DATE-YMD  TO RV-LOAD-DATE
           MOVE MASTER-RECORD TO RV-MASTER-IMAGE
           WRITE REVISION-RECORD
           END-WRITE
           ADD 1 TO COUNT-REVISIONED
           MOVE ALT-TIMESPAN   TO MST-TIMESPAN
           MOVE ALT-NEW-CASES  TO MST-NEW-CASES
           MOVE ALT-TOT-CASES  TO MST-TOT-CASES
           MOVE ALT-NEW-DEATHS TO MST-NEW-DEATHS
           MOVE ALT-TOT-DEATHS TO MST-TOT-DEATHS
           MOVE ALT-NEW-RECOV  TO MST-NEW-RECOV
           MOVE ALT-TOT-RECOV  TO MST-TOT-RECOV
           MOVE ALT-CORRECTED-SW TO MST-CORRECTED-SW
           PERFORM STAMP-ALT-PROVENANCE
           REWRITE MASTER-RECORD
           END-REWRITE
           IF MASTER-STATUS NOT = "00"
              DISPLAY "CNTRYMS MASTER REWRITE FAILED, STATUS "
                 MASTER-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-REPLACED.
      *
      *
      *****************************************************************
      *        The held second-provider rows go onto the master once
      *        the merge is done, each key logged to CNTRYIL.
      *****************************************************************
       ADD-ALT-ONLY-ROW.
           MOVE INSERT-ENTRY (INS-SUB) TO MASTER-RECORD
           PERFORM STAMP-ALT-PROVENANCE
           WRITE MASTER-RECORD
           END-WRITE
           IF MASTER-STATUS NOT = "00"
              DISPLAY "CNTRYMS MASTER WRITE FAILED, STATUS "
                 MASTER-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO COUNT-INSERTED
           MOVE SPACE        TO INSERT-LOG-RECORD
           MOVE RUN-DATE-YMD TO IL-LOAD-DATE
           MOVE MST-KEY      TO IL-MASTER-KEY
           WRITE INSERT-LOG-RECORD
           END-WRITE
           ADD 1 TO COUNT-INS-LOGGED.
      *
      *
      *****************************************************************
      *        A row taken from ALTMS is stamped as the second
      *        provider's, loaded onto the master today; the CORRXN
      *        flag travels with it from ALTMS.
      *****************************************************************
       STAMP-ALT-PROVENANCE.
           MOVE 'A'          TO MST-SOURCE-FEED
           MOVE '0'          TO MST-SOURCE-GEN
           MOVE RUN-DATE-NUM TO MST-LOAD-DATE
           IF NOT MST-CORRECTED
              MOVE 'N'       TO MST-CORRECTED-SW
           END-IF
           MOVE 'N'          TO MST-REPAIRED-SW
           MOVE 'N'          TO MST-RESTORED-SW.
      *
      *
      *****************************************************************
      *        Control totals - the insert and replace labels match
      *        LOADRPT's, so CNTRYBKO can tie a backout of the day to
      *        both reports.
      *****************************************************************
       WRITE-RUN-SUMMARY.
           MOVE DECO-LINE TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
           MOVE SPACE TO REC-RPT-LINE
           MOVE "CNTRYREC CONTROL TOTALS" TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM CNTRYMS"      TO SP-LABEL
           MOVE COUNT-PRIMARY-ROWS           TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM ALTMS"        TO SP-LABEL
           MOVE COUNT-ALT-ROWS               TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "KEYS ON BOTH MASTERS"        TO SP-LABEL
           MOVE COUNT-MATCHED                TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "KEYS ON CNTRYMS ONLY"        TO SP-LABEL
           MOVE COUNT-PRIMARY-ONLY           TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "KEYS ON ALTMS ONLY"          TO SP-LABEL
           MOVE COUNT-ALT-ONLY               TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "KEYS DISAGREEING"            TO SP-LABEL
           MOVE COUNT-KEYS-DISAGREE          TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "FIGURES BEYOND TOLERANCE"    TO SP-LABEL
           MOVE COUNT-FIGS-DISAGREE          TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "ROWS INSERTED ON MASTER"     TO SP-LABEL
           MOVE COUNT-INSERTED               TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "ROWS REPLACED ON MASTER"     TO SP-LABEL
           MOVE COUNT-REPLACED               TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "PRIOR VERSIONS RETAINED"     TO SP-LABEL
           MOVE COUNT-REVISIONED             TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE
      *
           MOVE "INSERTED KEYS LOGGED"        TO SP-LABEL
           MOVE COUNT-INS-LOGGED             TO SP-VALUE
           MOVE SUMMARY-PRINT TO REC-RPT-LINE
           WRITE REC-RPT-LINE END-WRITE.
