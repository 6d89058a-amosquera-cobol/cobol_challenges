      *                            extract of just those rows on
      *                            INQCSV, so one job answers a whole
      *                            morning's questions.
      * 15/10/2026 DAVID QUINTERO  Each row printed now shows its
      *                            provenance stamp - source feed,
      *                            CONSOLID generation, load date and
      *                            the corrected/repaired/restored
      *                            flags - and a card may add a
      *                            fourth field, HISTORY, to list the
      *                            superseded versions of the same
      *                            codes and window from CNTRYRV with
      *                            the stamp each carried and the
      *                            date it was replaced, so the desk
      *                            can say why a number looks the
      *                            way it does.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT INQ-RPT-FILE  ASSIGN TO INQRPT.
           SELECT INQ-CSV-FILE  ASSIGN TO INQCSV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVISION-FILE ASSIGN TO CNTRYRV
               FILE STATUS IS REVISION-STATUS.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
      *        a slash-separated list of country codes, then the
      *        from-date and to-date (YYYY-MM-DD, either blank for
      *        open-ended), e.g.  PER/BRA,2020-03-01,2020-05-31
      *        An optional fourth field HISTORY also lists the
      *        superseded versions held on CNTRYRV.
      *        A card starting "*" or all blank is skipped.
      *****************************************************************
       FD  INQ-CARD-FILE
      *****************************************************************
       FD  INQ-CSV-FILE.
       01  INQ-CSV-LINE PIC X(160).
      *****************************************************************
      *        Revision file - the before-image of every master row
      *        a load replaced, with the load date that replaced it,
      *        as CNTRYLD writes it.  Read only for HISTORY cards.
      *****************************************************************
       FD  REVISION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 190 CHARACTERS.
       01  REVISION-RECORD.
           05 RV-LOAD-DATE     PIC X(10).
           05 RV-MASTER-IMAGE  PIC X(180).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS    PIC XX VALUE SPACE.
       01  INQ-CARD-STATUS  PIC XX VALUE SPACE.
       01  INQ-CARD-EOF-SW  PIC X VALUE 'N'.
           88 INQ-CARD-EOF      VALUE 'Y'.
       01  REVISION-STATUS  PIC XX VALUE SPACE.
       01  REVISION-EOF-SW  PIC X VALUE 'N'.
           88 REVISION-EOF      VALUE 'Y'.
           88 REVISION-NOT-EOF  VALUE 'N'.
      *
      *****************************************************************
      *        The request in hand, parsed off its card - up to ten
       01  REQ-CODE-LIST    PIC X(40) VALUE SPACE.
       01  REQ-FROM-DATE    PIC X(10) VALUE SPACE.
       01  REQ-TO-DATE      PIC X(10) VALUE SPACE.
       01  REQ-OPTION       PIC X(10) VALUE SPACE.
           88 REQ-HISTORY       VALUE "HISTORY".
       01  REQ-CODE-TABLE.
           05  REQ-CODE     PIC X(03) OCCURS 10 TIMES.
       01  REQ-CODE-MAX     PIC 9(04) COMP-4 VALUE 10.
      *****************************************************************
       01  COUNT-CARDS      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-ROWS-TOTAL PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-PRIOR-TOTAL PIC 9(09) COMP-4 VALUE 0.
       01  CODE-PRIOR-FOUND PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        A before-image taken apart with the master's layout -
      *        the copybook names are on the FD, so the image gets
      *        its own mirror here, as in ASOFRPT.
      *****************************************************************
       01  REV-WORK.
           05 RVW-COUNTRY-CODE  PIC X(03).
           05 RVW-TIMESPAN-YMD  PIC X(10).
           05 RVW-COUNTRY-NAME  PIC X(50).
           05 RVW-SLUG          PIC X(50).
           05 RVW-TIMESPAN      PIC X(22).
           05 RVW-NEW-CASES     PIC S9(06).
           05 RVW-TOT-CASES     PIC S9(06).
           05 RVW-NEW-DEATHS    PIC S9(06).
           05 RVW-TOT-DEATHS    PIC S9(06).
           05 RVW-NEW-RECOV     PIC S9(06).
           05 RVW-TOT-RECOV     PIC S9(06).
           05 RVW-PROVENANCE    PIC X(09).
      *
      *****************************************************************
      *        Provenance stamp of the row being printed - the
      *        master's or a before-image's, laid out as CNTRYMS.cpy
      *        lays it out.
      *****************************************************************
       01  PROV-WORK.
           05 PVW-SOURCE-FEED   PIC X(01).
              88 PVW-FROM-CONTXT     VALUE 'C'.
              88 PVW-FROM-ALTTXT     VALUE 'A'.
              88 PVW-FROM-ARCHIVE    VALUE 'H'.
           05 PVW-SOURCE-GEN    PIC X(01).
           05 PVW-LOAD-DATE     PIC 9(08) COMP-4.
           05 PVW-CORRECTED-SW  PIC X(01).
              88 PVW-CORRECTED       VALUE 'Y'.
           05 PVW-REPAIRED-SW   PIC X(01).
              88 PVW-REPAIRED        VALUE 'Y'.
           05 PVW-RESTORED-SW   PIC X(01).
              88 PVW-RESTORED        VALUE 'Y'.
       01  PVW-LOAD-DATE-X      PIC 9(08).
       01  PVW-LOAD-DATE-R REDEFINES PVW-LOAD-DATE-X.
           05 PVW-LD-YYYY       PIC X(04).
           05 PVW-LD-MM         PIC X(02).
           05 PVW-LD-DD         PIC X(02).
      *
      *****************************************************************
      *        CSV staging - plain display pictures so the STRING
           05 FILLER   PIC X(12) VALUE "     TOTAL".
           05 FILLER   PIC X(10) VALUE "      NEW".
           05 FILLER   PIC X(12) VALUE "     TOTAL".
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(08) VALUE "SOURCE".
           05 FILLER   PIC X(04) VALUE "GEN".
           05 FILLER   PIC X(11) VALUE "LOADED".
           05 FILLER   PIC X(12) VALUE "FLAGS".
           05 FILLER   PIC X(10) VALUE "REPLACED".
           05 FILLER   PIC X(03) VALUE SPACE.
      *
       01  INQ-HEADING-2.
           05 FILLER   PIC X(05) VALUE SPACE.
           05 FILLER   PIC X(12) VALUE "    DEATHS".
           05 FILLER   PIC X(10) VALUE "    RECOV".
           05 FILLER   PIC X(12) VALUE "     RECOV".
           05 FILLER   PIC X(01) VALUE SPACE.
           05 FILLER   PIC X(08) VALUE "FEED".
           05 FILLER   PIC X(04) VALUE SPACE.
           05 FILLER   PIC X(11) VALUE "ON".
           05 FILLER   PIC X(12) VALUE SPACE.
           05 FILLER   PIC X(10) VALUE "ON".
           05 FILLER   PIC X(03) VALUE SPACE.
      *
       01  INQ-DETAIL-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 FILLER          PIC X(03)  VALUE "  |".
           05 IDP-TOT-RECOV   PIC ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 FILLER          PIC X(08)  VALUE SPACE.
           05 IDP-SOURCE      PIC X(07).
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 IDP-GEN         PIC X(01).
           05 FILLER          PIC X(02)  VALUE SPACE.
           05 IDP-LOAD-DATE   PIC X(10).
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 IDP-CORRECTED   PIC X(03).
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 IDP-REPAIRED    PIC X(03).
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 IDP-RESTORED    PIC X(03).
           05 FILLER          PIC X(01)  VALUE SPACE.
           05 IDP-REPLACED    PIC X(10).
           05 FILLER          PIC X(03)  VALUE SPACE.
      *
       01  CODE-COUNT-PRINT.
           05 FILLER          PIC X(14)  VALUE " ROWS FOR".
           05 FILLER          PIC X(25)
              VALUE " IN THE REQUESTED WINDOW".
           05 FILLER          PIC X(90)  VALUE SPACE.
      *
       01  PRIOR-COUNT-PRINT.
           05 FILLER          PIC X(24)
              VALUE " PRIOR VERSIONS FOR".
           05 PCP-CODE        PIC X(03).
           05 FILLER          PIC X(02)  VALUE ": ".
           05 PCP-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(92)  VALUE SPACE.
      *
       01  NO-REVISION-PRINT.
           05 FILLER          PIC X(45)
              VALUE " CNTRYRV REVISION FILE NOT AVAILABLE - PRIOR".
           05 FILLER          PIC X(30)
              VALUE " VERSIONS NOT LISTED FOR".
           05 NVP-CODE        PIC X(03).
           05 FILLER          PIC X(54)  VALUE SPACE.
      *
       01  REQ-TOTAL-PRINT.
           05 FILLER          PIC X(24)
           MOVE SPACE TO REQ-CODE-LIST
           MOVE SPACE TO REQ-FROM-DATE
           MOVE SPACE TO REQ-TO-DATE
           MOVE SPACE TO REQ-OPTION
           UNSTRING INQ-CARD
               DELIMITED BY ","
               INTO REQ-CODE-LIST REQ-FROM-DATE REQ-TO-DATE
                    REQ-OPTION
           END-UNSTRING
           MOVE 0 TO REQ-CODE-COUNT
           MOVE SPACE TO REQ-CODE-TABLE
                 MOVE CODE-COUNT-PRINT TO INQ-RPT-LINE
                 WRITE INQ-RPT-LINE END-WRITE
              END-IF
              IF REQ-HISTORY
                 PERFORM LIST-PRIOR-VERSIONS
              END-IF
           END-IF.
      *
      *
           MOVE MST-TOT-DEATHS   TO IDP-TOT-DEATHS
           MOVE MST-NEW-RECOV    TO IDP-NEW-RECOV
           MOVE MST-TOT-RECOV    TO IDP-TOT-RECOV
           MOVE MST-PROVENANCE   TO PROV-WORK
           PERFORM FORMAT-PROVENANCE
           MOVE "CURRENT"        TO IDP-REPLACED
           MOVE INQ-DETAIL-PRINT TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        The stamp in words - which feed brought the row in,
      *        the CONSOLID generation it was kept from, the date it
      *        was loaded, and COR (CORRXN remap applied), REP
      *        (REJRECYC repair) and RST (restored from ARCHIVE).  A
      *        row loaded before rows were stamped shows (NONE).
      *****************************************************************
       FORMAT-PROVENANCE.
           MOVE SPACE TO IDP-SOURCE IDP-GEN IDP-LOAD-DATE
                         IDP-CORRECTED IDP-REPAIRED IDP-RESTORED
           EVALUATE TRUE
              WHEN PVW-FROM-CONTXT
                 MOVE "CONTXT"  TO IDP-SOURCE
              WHEN PVW-FROM-ALTTXT
                 MOVE "ALTTXT"  TO IDP-SOURCE
              WHEN PVW-FROM-ARCHIVE
                 MOVE "ARCHIVE" TO IDP-SOURCE
              WHEN OTHER
                 MOVE "(NONE)"  TO IDP-SOURCE
           END-EVALUATE
           IF IDP-SOURCE NOT = "(NONE)"
              MOVE PVW-SOURCE-GEN TO IDP-GEN
              MOVE PVW-LOAD-DATE  TO PVW-LOAD-DATE-X
              STRING PVW-LD-YYYY "-" PVW-LD-MM "-" PVW-LD-DD
                 DELIMITED BY SIZE INTO IDP-LOAD-DATE
              END-STRING
              IF PVW-CORRECTED
                 MOVE "COR" TO IDP-CORRECTED
              END-IF
              IF PVW-REPAIRED
                 MOVE "REP" TO IDP-REPAIRED
              END-IF
              IF PVW-RESTORED
                 MOVE "RST" TO IDP-RESTORED
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        HISTORY cards - a pass of CNTRYRV for the code in hand,
      *        printing every superseded version inside the card's
      *        window with the stamp it carried and the load date
      *        that replaced it.  CNTRYRV is in load order, so the
      *        versions of a date read oldest replacement first.
      *****************************************************************
       LIST-PRIOR-VERSIONS.
           MOVE 0 TO CODE-PRIOR-FOUND
           OPEN INPUT REVISION-FILE
           IF REVISION-STATUS NOT = "00"
              MOVE CURR-REQ-CODE     TO NVP-CODE
              MOVE NO-REVISION-PRINT TO INQ-RPT-LINE
              WRITE INQ-RPT-LINE END-WRITE
           ELSE
              SET REVISION-NOT-EOF TO TRUE
              PERFORM READ-PRIOR-VERSION UNTIL REVISION-EOF
              CLOSE REVISION-FILE
              MOVE CURR-REQ-CODE     TO PCP-CODE
              MOVE CODE-PRIOR-FOUND  TO PCP-COUNT
              MOVE PRIOR-COUNT-PRINT TO INQ-RPT-LINE
              WRITE INQ-RPT-LINE END-WRITE
           END-IF.
      *
      *
       READ-PRIOR-VERSION.
           READ REVISION-FILE
                AT END
                  SET REVISION-EOF TO TRUE
                NOT AT END
                  MOVE RV-MASTER-IMAGE TO REV-WORK
                  IF RVW-COUNTRY-CODE = CURR-REQ-CODE AND
                     (REQ-FROM-DATE = SPACE OR
                      RVW-TIMESPAN-YMD NOT < REQ-FROM-DATE) AND
                     (REQ-TO-DATE = SPACE OR
                      RVW-TIMESPAN-YMD NOT > REQ-TO-DATE)
                     ADD 1 TO CODE-PRIOR-FOUND
                     ADD 1 TO COUNT-PRIOR-TOTAL
                     PERFORM WRITE-PRIOR-DETAIL
                  END-IF
           END-READ.
      *
      *
       WRITE-PRIOR-DETAIL.
           MOVE RVW-COUNTRY-CODE TO IDP-CODE
           MOVE RVW-TIMESPAN-YMD TO IDP-DATE
           MOVE RVW-NEW-CASES    TO IDP-NEW-CASES
           MOVE RVW-TOT-CASES    TO IDP-TOT-CASES
           MOVE RVW-NEW-DEATHS   TO IDP-NEW-DEATHS
           MOVE RVW-TOT-DEATHS   TO IDP-TOT-DEATHS
           MOVE RVW-NEW-RECOV    TO IDP-NEW-RECOV
           MOVE RVW-TOT-RECOV    TO IDP-TOT-RECOV
           MOVE RVW-PROVENANCE   TO PROV-WORK
           PERFORM FORMAT-PROVENANCE
           MOVE RV-LOAD-DATE     TO IDP-REPLACED
           MOVE INQ-DETAIL-PRINT TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE
           END-WRITE.
           MOVE "ROWS EXTRACTED"                TO SP-LABEL
           MOVE COUNT-ROWS-TOTAL               TO SP-VALUE
           MOVE SUMMARY-PRINT TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE END-WRITE
      *
           MOVE "PRIOR VERSIONS LISTED"         TO SP-LABEL
           MOVE COUNT-PRIOR-TOTAL              TO SP-VALUE
           MOVE SUMMARY-PRINT TO INQ-RPT-LINE
           WRITE INQ-RPT-LINE END-WRITE.
