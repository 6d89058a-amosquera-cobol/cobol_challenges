      *                            DISTIDX index lists every bundle
      *                            produced with its page and row
      *                            counts.
      * 15/10/2026 DAVID QUINTERO  Each bundle now closes with the
      *                            unemployment claims report, and the
      *                            recipient's audience decides which
      *                            copy - a recipient named on a
      *                            DISTCTL INTERNAL=ID/ID/... card gets
      *                            CLAIMRPT with the real figures,
      *                            every other recipient (UNASSIGNED
      *                            included, unless named) gets the
      *                            CLAIMPUB copy with UNEMPCLM's small
      *                            cells withheld.  The cover page and
      *                            the index show each bundle's
      *                            audience and claims lines.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT DIST-CTL-FILE  ASSIGN TO DISTCTL
               FILE STATUS IS DIST-CTL-STATUS.
           SELECT BUNDLE-FILE    ASSIGN TO DISTRPT.
           SELECT CLAIM-RPT-FILE ASSIGN TO CLAIMRPT
               FILE STATUS IS CLAIM-RPT-STATUS.
           SELECT CLAIM-PUB-FILE ASSIGN TO CLAIMPUB
               FILE STATUS IS CLAIM-PUB-STATUS.
           SELECT DIST-IDX-FILE  ASSIGN TO DISTIDX.
      *****************************************************************
      *****************************************************************
      *****************************************************************
      *        Recipient control cards - RECIPIENT=CCC/CCC/... with
      *        up to a dozen codes per card; further cards with the
      *        same recipient ID extend its list.  INTERNAL=ID/ID/...
      *        (up to six recipient IDs per card, repeatable) names
      *        the recipients inside the agency; everyone else is
      *        treated as outside it.  A card starting "*" or all
      *        blank is skipped.
      *****************************************************************
       FD  DIST-CTL-FILE
           RECORDING MODE IS F
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  DIST-IDX-LINE PIC X(132).
      *****************************************************************
      *        UNEMPCLM's claims report in its two copies - the real
      *        figures for internal bundles, the copy with small
      *        cells withheld for everyone else.  Either may be
      *        absent on a night UNEMPCLM did not run.
      *****************************************************************
       FD  CLAIM-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CLAIM-RPT-LINE PIC X(200).
       FD  CLAIM-PUB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  CLAIM-PUB-LINE PIC X(200).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  REPORT-IN-STATUS PIC XX VALUE SPACE.
           88 REPORT-EOF        VALUE 'Y'.
       01  DIST-CTL-EOF-SW  PIC X VALUE 'N'.
           88 DIST-CTL-EOF      VALUE 'Y'.
       01  CLAIM-RPT-STATUS PIC XX VALUE SPACE.
       01  CLAIM-PUB-STATUS PIC XX VALUE SPACE.
       01  CLAIM-RPT-EOF-SW PIC X VALUE 'N'.
           88 CLAIM-RPT-EOF     VALUE 'Y'.
      *
      *****************************************************************
      *        Recipient table plus the flattened claim map - one map
       01  RECIPIENT-TABLE.
           05  RECIPIENT-ENTRY OCCURS 51 TIMES.
               10  RCP-ID        PIC X(08).
               10  RCP-AUDIENCE  PIC X(01).
                   88 RCP-INTERNAL      VALUE 'I'.
                   88 RCP-EXTERNAL      VALUE 'E'.
       01  RCP-MAX-ENTRIES  PIC 9(04) COMP-4 VALUE 50.
       01  RCP-COUNT        PIC 9(04) COMP-4 VALUE 0.
       01  RCP-SUB          PIC 9(04) COMP-4 VALUE 0.
           88 RCP-FOUND         VALUE 'Y'.
           88 RCP-NOT-FOUND     VALUE 'N'.
       01  UNASSIGNED-SUB   PIC 9(04) COMP-4 VALUE 0.
       01  UNASSIGNED-AUD-SW PIC X VALUE 'E'.
           88 UNASSIGNED-INTERNAL VALUE 'I'.
      *
       01  CLAIM-MAP-TABLE.
           05  CLAIM-MAP-ENTRY OCCURS 2000 TIMES.
           05  CTL-CODE     PIC X(03) OCCURS 12 TIMES.
       01  CTL-CODE-COUNT   PIC 9(04) COMP-4 VALUE 0.
       01  CTL-CODE-SUB     PIC 9(04) COMP-4 VALUE 0.
       01  CTL-ID-TABLE.
           05  CTL-ID       PIC X(08) OCCURS 6 TIMES.
       01  CTL-ID-COUNT     PIC 9(04) COMP-4 VALUE 0.
       01  CTL-ID-SUB       PIC 9(04) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        The main body buffered line by line, each line tagged
       01  BDL-NEW-CASES    PIC S9(13) COMP-4 VALUE 0.
       01  BDL-NEW-DEATHS   PIC S9(13) COMP-4 VALUE 0.
       01  BDL-NEW-RECOV    PIC S9(13) COMP-4 VALUE 0.
       01  BDL-CLAIM-LINES  PIC 9(09) COMP-4 VALUE 0.
       01  PAGE-REM         PIC 9(09) COMP-4 VALUE 0.
       01  LINES-PER-PAGE   PIC 9(04) COMP-4 VALUE 60.
      *
       01  COUNT-BUNDLES    PIC 9(06) COMP-4 VALUE 0.
       01  COUNT-EXTERNAL-BUNDLES PIC 9(06) COMP-4 VALUE 0.
       01  COUNT-CLAIM-LINES PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *                         Report elements
           05 FILLER        PIC X(12)  VALUE "  NEW RECOV".
           05 CTP-NEW-RECOV PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(157) VALUE SPACE.
      *
       01  COVER-AUDIENCE-PRINT.
           05 FILLER        PIC X(11)  VALUE " AUDIENCE".
           05 CAP-AUDIENCE  PIC X(08).
           05 FILLER        PIC X(03)  VALUE " - ".
           05 CAP-CLAIMS-TEXT PIC X(50).
           05 FILLER        PIC X(198) VALUE SPACE.
      *
       01  IDX-HEADING.
           05 FILLER   PIC X(10) VALUE " BUNDLE".
           05 FILLER   PIC X(12) VALUE "  COUNTRIES".
           05 FILLER   PIC X(14) VALUE "         ROWS".
           05 FILLER   PIC X(14) VALUE "        PAGES".
           05 FILLER   PIC X(10) VALUE "  AUDIENCE".
           05 FILLER   PIC X(13) VALUE "  CLAIM LINES".
           05 FILLER   PIC X(59) VALUE SPACE.
      *
       01  IDX-PRINT.
           05 FILLER        PIC X      VALUE "|".
           05 FILLER        PIC X(02)  VALUE " |".
           05 IXP-PAGES     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(02)  VALUE " |".
           05 IXP-AUDIENCE  PIC X(08).
           05 FILLER        PIC X(02)  VALUE " |".
           05 IXP-CLAIM-LINES PIC ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(02)  VALUE " |".
           05 FILLER        PIC X(59)  VALUE SPACE.
      *
       01  IDX-SUMMARY-PRINT.
           05 SP-LABEL      PIC X(30).
           PERFORM LOAD-DIST-CTL-CARD UNTIL DIST-CTL-EOF
           CLOSE DIST-CTL-FILE
           COMPUTE UNASSIGNED-SUB = RCP-COUNT + 1
           MOVE "UNASSIGN" TO RCP-ID (UNASSIGNED-SUB)
           IF UNASSIGNED-INTERNAL
              SET RCP-INTERNAL (UNASSIGNED-SUB) TO TRUE
           ELSE
              SET RCP-EXTERNAL (UNASSIGNED-SUB) TO TRUE
           END-IF.
      *
      *
       LOAD-DIST-CTL-CARD.
               DELIMITED BY "="
               INTO CTL-RECIPIENT CTL-CODE-LIST
           END-UNSTRING
           IF CTL-RECIPIENT = "INTERNAL"
              PERFORM PARSE-INTERNAL-CARD
           ELSE
              PERFORM PARSE-RECIPIENT-CARD
           END-IF.
      *
      *
       PARSE-RECIPIENT-CARD.
           PERFORM FIND-OR-ADD-RECIPIENT
           MOVE 0 TO CTL-CODE-COUNT
           MOVE SPACE TO CTL-CODE-TABLE
              ADD 1 TO RCP-COUNT
              MOVE RCP-COUNT TO RCP-SUB
              MOVE CTL-RECIPIENT TO RCP-ID (RCP-SUB)
              SET RCP-EXTERNAL (RCP-SUB) TO TRUE
           END-IF.
      *
      *
      *****************************************************************
      *        INTERNAL=ID/ID/... - each recipient named is inside the
      *        agency and gets the real claims figures.  A name not
      *        yet seen is added, so an INTERNAL card may come before
      *        or after that recipient's own cards; UNASSIGN names
      *        the leftover bundle.
      *****************************************************************
       PARSE-INTERNAL-CARD.
           MOVE 0 TO CTL-ID-COUNT
           MOVE SPACE TO CTL-ID-TABLE
           UNSTRING CTL-CODE-LIST
               DELIMITED BY "/"
               INTO CTL-ID (1) CTL-ID (2) CTL-ID (3)
                    CTL-ID (4) CTL-ID (5) CTL-ID (6)
               TALLYING IN CTL-ID-COUNT
           END-UNSTRING
           PERFORM MARK-ONE-INTERNAL
              VARYING CTL-ID-SUB FROM 1 BY 1
                 UNTIL CTL-ID-SUB > CTL-ID-COUNT.
      *
      *
       MARK-ONE-INTERNAL.
           EVALUATE CTL-ID (CTL-ID-SUB)
              WHEN SPACE
                 CONTINUE
              WHEN "UNASSIGN"
                 SET UNASSIGNED-INTERNAL TO TRUE
              WHEN OTHER
                 MOVE CTL-ID (CTL-ID-SUB) TO CTL-RECIPIENT
                 PERFORM FIND-OR-ADD-RECIPIENT
                 SET RCP-INTERNAL (RCP-SUB) TO TRUE
           END-EVALUATE.
      *
      *
       SEARCH-RECIPIENT.
           IF RCP-FIND-SUB <= RCP-COUNT
           MOVE BDL-NEW-RECOV  TO CTP-NEW-RECOV
           MOVE COVER-TOTALS-PRINT TO BUNDLE-LINE
           WRITE BUNDLE-LINE END-WRITE
           IF RCP-INTERNAL (RCP-SUB)
              MOVE "INTERNAL" TO CAP-AUDIENCE
              MOVE "CLAIMS REPORT WITH FULL FIGURES" TO CAP-CLAIMS-TEXT
           ELSE
              ADD 1 TO COUNT-EXTERNAL-BUNDLES
              MOVE "EXTERNAL" TO CAP-AUDIENCE
              MOVE "CLAIMS REPORT WITH SMALL CELLS WITHHELD"
                TO CAP-CLAIMS-TEXT
           END-IF
           MOVE COVER-AUDIENCE-PRINT TO BUNDLE-LINE
           WRITE BUNDLE-LINE END-WRITE
           MOVE DECO-LINE-270 TO BUNDLE-LINE
           WRITE BUNDLE-LINE END-WRITE
           MOVE HEADING-LINE-1 TO BUNDLE-LINE
           WRITE BUNDLE-LINE END-WRITE
           MOVE DECO-LINE-270 TO BUNDLE-LINE
           WRITE BUNDLE-LINE END-WRITE
           MOVE 8 TO BDL-LINES
      *
           PERFORM COPY-BUNDLE-LINE
              VARYING BL-SUB FROM 1 BY 1 UNTIL BL-SUB > BL-COUNT
      *
           MOVE 0 TO BDL-CLAIM-LINES
           IF RCP-INTERNAL (RCP-SUB)
              PERFORM APPEND-CLAIM-RPT
           ELSE
              PERFORM APPEND-CLAIM-PUB
           END-IF
           ADD BDL-CLAIM-LINES TO BDL-LINES
           ADD BDL-CLAIM-LINES TO COUNT-CLAIM-LINES
      *
           DIVIDE BDL-LINES BY LINES-PER-PAGE
              GIVING BDL-PAGES REMAINDER PAGE-REM
           MOVE BDL-COUNTRIES    TO IXP-COUNTRIES
           MOVE BDL-ROWS         TO IXP-ROWS
           MOVE BDL-PAGES        TO IXP-PAGES
           MOVE CAP-AUDIENCE     TO IXP-AUDIENCE
           MOVE BDL-CLAIM-LINES  TO IXP-CLAIM-LINES
           MOVE IDX-PRINT TO DIST-IDX-LINE
           WRITE DIST-IDX-LINE
           END-WRITE.
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        The claims report follows the country pages whole,
      *        after a deco line - the real copy for an internal
      *        bundle, the withheld copy for any other.  An external
      *        bundle never falls back to the real copy: if CLAIMPUB
      *        is not there, the bundle goes without claims.
      *****************************************************************
       APPEND-CLAIM-RPT.
           OPEN INPUT CLAIM-RPT-FILE
           IF CLAIM-RPT-STATUS = "00"
              MOVE DECO-LINE-270 TO BUNDLE-LINE
              WRITE BUNDLE-LINE END-WRITE
              ADD 1 TO BDL-CLAIM-LINES
              MOVE 'N' TO CLAIM-RPT-EOF-SW
              PERFORM COPY-CLAIM-RPT-LINE UNTIL CLAIM-RPT-EOF
              CLOSE CLAIM-RPT-FILE
           END-IF.
      *
      *
       COPY-CLAIM-RPT-LINE.
           READ CLAIM-RPT-FILE
                AT END
                  SET CLAIM-RPT-EOF TO TRUE
                NOT AT END
                  MOVE CLAIM-RPT-LINE TO BUNDLE-LINE
                  WRITE BUNDLE-LINE END-WRITE
                  ADD 1 TO BDL-CLAIM-LINES
           END-READ.
      *
      *
       APPEND-CLAIM-PUB.
           OPEN INPUT CLAIM-PUB-FILE
           IF CLAIM-PUB-STATUS = "00"
              MOVE DECO-LINE-270 TO BUNDLE-LINE
              WRITE BUNDLE-LINE END-WRITE
              ADD 1 TO BDL-CLAIM-LINES
              MOVE 'N' TO CLAIM-RPT-EOF-SW
              PERFORM COPY-CLAIM-PUB-LINE UNTIL CLAIM-RPT-EOF
              CLOSE CLAIM-PUB-FILE
           END-IF.
      *
      *
       COPY-CLAIM-PUB-LINE.
           READ CLAIM-PUB-FILE
                AT END
                  SET CLAIM-RPT-EOF TO TRUE
                NOT AT END
                  MOVE CLAIM-PUB-LINE TO BUNDLE-LINE
                  WRITE BUNDLE-LINE END-WRITE
                  ADD 1 TO BDL-CLAIM-LINES
           END-READ.
      *
      *
       WRITE-INDEX-SUMMARY.
           MOVE DECO-LINE-132 TO DIST-IDX-LINE
           MOVE "BODY LINES DISTRIBUTED"      TO SP-LABEL
           MOVE BL-COUNT                     TO SP-VALUE
           MOVE IDX-SUMMARY-PRINT TO DIST-IDX-LINE
           WRITE DIST-IDX-LINE END-WRITE
      *
           MOVE "EXTERNAL BUNDLES"            TO SP-LABEL
           MOVE COUNT-EXTERNAL-BUNDLES       TO SP-VALUE
           MOVE IDX-SUMMARY-PRINT TO DIST-IDX-LINE
           WRITE DIST-IDX-LINE END-WRITE
      *
           MOVE "CLAIMS REPORT LINES SENT"    TO SP-LABEL
           MOVE COUNT-CLAIM-LINES            TO SP-VALUE
           MOVE IDX-SUMMARY-PRINT TO DIST-IDX-LINE
           WRITE DIST-IDX-LINE END-WRITE.
