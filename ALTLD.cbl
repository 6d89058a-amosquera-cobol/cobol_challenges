      *****************************************************************
      * Program name:    ALTLD
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 DAVID QUINTERO  Created for the second provider's
      *                            country case feed (ALTTXT) - the
      *                            same country/date grain and CSV
      *                            columns as CONTXT.  The rows get
      *                            the CORRXN correction pass before
      *                            the key is built, so the two
      *                            providers' rows land under the same
      *                            codes, then CNTRYLD's row checks
      *                            plus date-form and new-against-
      *                            total plausibility checks, with a
      *                            reasoned reject file (ALTREJ), then
      *                            a CNTRYLD-style delta apply onto
      *                            the provider's own permanent keyed
      *                            history (ALTMS, see ALTMS.cpy) -
      *                            inserts, replacements and unchanged
      *                            resends counted on the ALTLDRPT
      *                            load report.  CNTRYMS is not
      *                            touched here; CNTRYREC reconciles
      *                            the two masters and applies the
      *                            preferred-source rule.
      * 15/10/2026 DAVID QUINTERO  Rows are stamped with the same
      *                            provenance CNTRYLD puts on CNTRYMS
      *                            - source feed ALTTXT, load date and
      *                            the CORRXN flag - so CNTRYREC can
      *                            carry it onto the master.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALTLD.
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
           SELECT INFILE       ASSIGN  TO ALTTXT.
           SELECT ALT-MASTER-FILE ASSIGN TO ALTMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ALT-KEY
               FILE STATUS  IS ALT-MASTER-STATUS.
           SELECT REJECT-FILE  ASSIGN  TO ALTREJ.
           SELECT LOAD-RPT-FILE ASSIGN TO ALTLDRPT.
           SELECT CORRECTION-FILE ASSIGN  TO CORRXN
               FILE STATUS IS CORRECTION-STATUS.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *        Second provider's daily case feed - one header line
      *        then one row per country/date, in CONTXT's columns:
      *        quoted country name, code, slug, new/total cases,
      *        new/total deaths, new/total recoveries and the quoted
      *        timestamp, comma delimited.
      *****************************************************************
       FD  INFILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  CSV-LINE     PIC X(160).
      *****************************************************************
      *        Second provider's permanent country/date history,
      *        keyed country code + snapshot date - see ALTMS.cpy.
      *****************************************************************
       FD  ALT-MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY ALTMS.
      *****************************************************************
      *        Rejected feed rows with a reason, the same layout
      *        COVID's REJCT and VAXLOAD's VAXREJ carry.
      *****************************************************************
       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  REJECT-LINE  PIC X(200).
       FD  LOAD-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-RPT-LINE   PIC X(80).
      *****************************************************************
      *        Correction / override maintenance-transaction file -
      *        the same CORRXN file COVID and CNTRYLD load, applied
      *        before the master key is built so a remapped country
      *        code lands on this master under its corrected code
      *        too, and the two providers stay matchable.
      *****************************************************************
       FD  CORRECTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 106 CHARACTERS.
       01  CORRECTION-LINE.
           05 CL-OLD-CODE   PIC X(03).
           05 CL-NEW-NAME   PIC X(50).
           05 CL-NEW-CODE   PIC X(03).
           05 CL-NEW-SLUG   PIC X(50).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS  PIC X VALUE SPACE.
           88 EOF       VALUE 'Y'.
      *
       01  ALT-MASTER-STATUS   PIC XX VALUE SPACE.
      *
       01  PTR-NAME     PIC 999 VALUE 2.
       01  COUNT-NAME   PIC 999 VALUE 0.
      *
      *****************************************************************
      *        Feed row validation - CNTRYLD's checks with COVID's
      *        reasoned reject, plus the snapshot date's form and
      *        each new count against its running total, since a
      *        provider new to the suite has no track record yet.
      *****************************************************************
       01  ROW-VALID-SW     PIC X VALUE 'Y'.
           88 ROW-IS-VALID       VALUE 'Y'.
           88 ROW-IS-INVALID     VALUE 'N'.
       01  REJECT-REASON    PIC X(30) VALUE SPACE.
      *
       01  REJECT-PRINT.
           05 REJ-CSV-LINE  PIC X(160).
           05 FILLER        PIC X(03) VALUE " | ".
           05 REJ-REASON    PIC X(30).
           05 FILLER        PIC X(07) VALUE SPACE.
      *
       01  CHECK-DATE-X.
           05 CKD-YYYY      PIC X(04).
           05 CKD-SEP-1     PIC X(01).
           05 CKD-MM        PIC X(02).
           05 CKD-SEP-2     PIC X(01).
           05 CKD-DD        PIC X(02).
      *
      *****************************************************************
      *        Delta-apply control counts for the load report.
      *****************************************************************
       01  COUNT-READ       PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REJECTED   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-INSERTED   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REPLACED   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-UNCHANGED  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-CORRECTED  PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Today's date - stamped on each row written as its load
      *        date.
      *****************************************************************
       01  RUN-DATE-WORK.
           05 RDW-YYYY      PIC 9(04).
           05 RDW-MM        PIC 9(02).
           05 RDW-DD        PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE-WORK PIC 9(08).
      *
      *****************************************************************
      *        Correction / override transaction table, loaded once
      *        at start-of-run - the same idiom as CNTRYLD's.
      *****************************************************************
       01  CORRECTION-TABLE.
           05  CORRECTION-ENTRY OCCURS 500 TIMES.
               10  CORR-OLD-CODE  PIC X(03).
               10  CORR-NEW-NAME  PIC X(50).
               10  CORR-NEW-CODE  PIC X(03).
               10  CORR-NEW-SLUG  PIC X(50).
       01  CORRECTION-STATUS    PIC XX VALUE SPACE.
       01  CORR-MAX-ENTRIES     PIC 9(06) COMP-4 VALUE 500.
       01  CORR-COUNT           PIC 9(06) COMP-4 VALUE 0.
       01  CORR-SUB             PIC 9(06) COMP-4 VALUE 0.
       01  CORR-EOF-SW          PIC X VALUE 'N'.
           88 CORR-EOF               VALUE 'Y'.
       01  CORR-FOUND-SW        PIC X VALUE 'N'.
           88 CORRECTION-FOUND      VALUE 'Y'.
           88 CORRECTION-NOT-FOUND  VALUE 'N'.
      *
      *****************************************************************
      *        Incoming feed row, unstrung the same way CNTRYLD takes
      *        a CONTXT row apart.
      *****************************************************************
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
      *****************************************************************
      *        Master-image work area so an existing master record
      *        can be compared whole against the incoming row - only
      *        a row that actually changed is rewritten.
      *****************************************************************
       01  ALT-MASTER-WORK.
           05 AWK-KEY.
              10 AWK-COUNTRY-CODE  PIC X(03).
              10 AWK-TIMESPAN-YMD  PIC X(10).
           05 AWK-COUNTRY-NAME     PIC X(50).
           05 AWK-SLUG             PIC X(50).
           05 AWK-TIMESPAN         PIC X(22).
           05 AWK-NEW-CASES        PIC S9(06).
           05 AWK-TOT-CASES        PIC S9(06).
           05 AWK-NEW-DEATHS       PIC S9(06).
           05 AWK-TOT-DEATHS       PIC S9(06).
           05 AWK-NEW-RECOV        PIC S9(06).
           05 AWK-TOT-RECOV        PIC S9(06).
           05 AWK-PROVENANCE.
              10 AWK-SOURCE-FEED   PIC X(01).
              10 AWK-SOURCE-GEN    PIC X(01).
              10 AWK-LOAD-DATE     PIC 9(08) COMP-4.
              10 AWK-CORRECTED-SW  PIC X(01).
              10 AWK-REPAIRED-SW   PIC X(01).
              10 AWK-RESTORED-SW   PIC X(01).
      *
      *****************************************************************
      *                         Report elements
      *****************************************************************
       01  LOAD-RPT-PRINT.
           05 LRP-LABEL     PIC X(30).
           05 LRP-VALUE     PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(37) VALUE SPACE.
      *****************************************************************
      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM OPEN-FILES
      *****************************************************************
      *            Reads header of CSV file and ignores it.
      *****************************************************************
           READ INFILE
           END-READ
      *****************************************************************
      *            Load any country corrections before processing,
      *            the same way CNTRYLD does.
      *****************************************************************
           PERFORM LOAD-CORRECTIONS
      *****************************************************************
           PERFORM APPLY-FEED-DELTA UNTIL EOF
           PERFORM WRITE-LOAD-REPORT
           PERFORM CLOSE-FILES
      *
           GOBACK.
      *
      *
       OPEN-FILES.
           OPEN INPUT INFILE
      *****************************************************************
      *        First-ever load has no master yet - a status of 35
      *        means the file does not exist, so it is created empty
      *        and reopened, the same bootstrap CNTRYLD does.
      *****************************************************************
           OPEN I-O ALT-MASTER-FILE
           IF ALT-MASTER-STATUS = "35"
              OPEN OUTPUT ALT-MASTER-FILE
              CLOSE ALT-MASTER-FILE
              OPEN I-O ALT-MASTER-FILE
           END-IF
           IF ALT-MASTER-STATUS NOT = "00"
              DISPLAY "ALTMS MASTER OPEN FAILED, STATUS "
                 ALT-MASTER-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT LOAD-RPT-FILE
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD.
      *
      *
       CLOSE-FILES.
           CLOSE INFILE
           CLOSE ALT-MASTER-FILE
           CLOSE REJECT-FILE
           CLOSE LOAD-RPT-FILE.
      *
      *
       APPLY-FEED-DELTA.
           READ INFILE
                AT END
                  SET EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-READ
                  PERFORM MOVING-FIELDS
                  PERFORM APPLY-CORRECTIONS
                  PERFORM VALIDATE-COUNTRY-ROW
                  IF ROW-IS-VALID
                     PERFORM APPLY-ONE-ROW
                  ELSE
                     ADD 1 TO COUNT-REJECTED
                     PERFORM WRITE-REJECT-RECORD
                  END-IF
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
           INSPECT COUNTRY-CODE OF COUNTRY REPLACING ALL '"' BY SPACE
           INSPECT SLUG OF COUNTRY REPLACING ALL '"' BY SPACE
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
       LOAD-CORRECTIONS.
      *****************************************************************
      *        CORRXN is an occasional maintenance activity, not part
      *        of every run - a missing file is normal, not an error,
      *        so CORR-COUNT is simply left at zero when it is absent.
      *****************************************************************
           OPEN INPUT CORRECTION-FILE
           IF CORRECTION-STATUS = "00"
              PERFORM LOAD-CORRECTIONS-ENTRY UNTIL CORR-EOF
              CLOSE CORRECTION-FILE
           END-IF.
      *
      *
       LOAD-CORRECTIONS-ENTRY.
           READ CORRECTION-FILE
                AT END
                  SET CORR-EOF TO TRUE
                NOT AT END
                  IF CORR-COUNT >= CORR-MAX-ENTRIES
                     DISPLAY "CORRECTION-TABLE CAPACITY EXCEEDED - "
                        "RUN ABENDING"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO CORR-COUNT
                  MOVE CL-OLD-CODE TO CORR-OLD-CODE (CORR-COUNT)
                  MOVE CL-NEW-NAME TO CORR-NEW-NAME (CORR-COUNT)
                  MOVE CL-NEW-CODE TO CORR-NEW-CODE (CORR-COUNT)
                  MOVE CL-NEW-SLUG TO CORR-NEW-SLUG (CORR-COUNT)
           END-READ.
      *
      *
      *****************************************************************
      *        The same code/name/slug remap CNTRYLD applies before
      *        the master key is built.
      *****************************************************************
       APPLY-CORRECTIONS.
           SET CORRECTION-NOT-FOUND TO TRUE
           PERFORM SEARCH-CORRECTION
              VARYING CORR-SUB FROM 1 BY 1
                 UNTIL CORR-SUB > CORR-COUNT OR CORRECTION-FOUND
           IF CORRECTION-FOUND
              ADD 1 TO COUNT-CORRECTED
              MOVE CORR-NEW-NAME (CORR-SUB - 1)
                TO COUNTRY-NAME OF COUNTRY
              MOVE CORR-NEW-CODE (CORR-SUB - 1)
                TO COUNTRY-CODE OF COUNTRY
              MOVE CORR-NEW-SLUG (CORR-SUB - 1) TO SLUG OF COUNTRY
           END-IF.
      *
      *
       SEARCH-CORRECTION.
           IF CORR-SUB <= CORR-COUNT
              IF CORR-OLD-CODE (CORR-SUB) = COUNTRY-CODE OF COUNTRY
                 SET CORRECTION-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
       VALIDATE-COUNTRY-ROW.
           SET ROW-IS-VALID TO TRUE
           MOVE SPACE TO REJECT-REASON
      *
           IF COUNTRY-CODE OF COUNTRY = SPACE
              SET ROW-IS-INVALID TO TRUE
              MOVE "MISSING COUNTRY CODE" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND YMD OF TIMESPAN OF COUNTRY = SPACE
              SET ROW-IS-INVALID TO TRUE
              MOVE "MISSING SNAPSHOT DATE" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID
              MOVE YMD OF TIMESPAN OF COUNTRY TO CHECK-DATE-X
              IF CKD-YYYY NOT NUMERIC OR CKD-MM NOT NUMERIC OR
                 CKD-DD NOT NUMERIC OR
                 CKD-SEP-1 NOT = "-" OR CKD-SEP-2 NOT = "-"
                 SET ROW-IS-INVALID TO TRUE
                 MOVE "SNAPSHOT DATE NOT YYYY-MM-DD" TO REJECT-REASON
              END-IF
           END-IF
           IF ROW-IS-VALID AND NEW-CASES OF COUNTRY NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "NEW-CASES NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND TOT-CASES OF COUNTRY NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "TOT-CASES NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND NEW-DEATHS OF COUNTRY NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "NEW-DEATHS NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND TOT-DEATHS OF COUNTRY NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "TOT-DEATHS NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND NEW-RECOV OF COUNTRY NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "NEW-RECOV NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND TOT-RECOV OF COUNTRY NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "TOT-RECOV NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND
              NEW-CASES OF COUNTRY > TOT-CASES OF COUNTRY
              SET ROW-IS-INVALID TO TRUE
              MOVE "NEW CASES EXCEED TOTAL" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND
              NEW-DEATHS OF COUNTRY > TOT-DEATHS OF COUNTRY
              SET ROW-IS-INVALID TO TRUE
              MOVE "NEW DEATHS EXCEED TOTAL" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND
              NEW-RECOV OF COUNTRY > TOT-RECOV OF COUNTRY
              SET ROW-IS-INVALID TO TRUE
              MOVE "NEW RECOVERIES EXCEED TOTAL" TO REJECT-REASON
           END-IF.
      *
      *
       WRITE-REJECT-RECORD.
           MOVE CSV-LINE      TO REJ-CSV-LINE
           MOVE REJECT-REASON TO REJ-REASON
           MOVE REJECT-PRINT  TO REJECT-LINE
           WRITE REJECT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        Delta apply - a key not yet on the master is inserted,
      *        a key already there whose contents differ is replaced,
      *        and a resent-but-identical row is left alone, the same
      *        discipline CNTRYLD applies to the primary history.
      *****************************************************************
       APPLY-ONE-ROW.
           MOVE SPACE TO ALT-MASTER-WORK
           MOVE COUNTRY-CODE OF COUNTRY TO AWK-COUNTRY-CODE
           MOVE YMD OF TIMESPAN OF COUNTRY TO AWK-TIMESPAN-YMD
           MOVE COUNTRY-NAME OF COUNTRY TO AWK-COUNTRY-NAME
           MOVE SLUG         OF COUNTRY TO AWK-SLUG
           MOVE TIMESPAN     OF COUNTRY TO AWK-TIMESPAN
           MOVE NEW-CASES    OF COUNTRY TO AWK-NEW-CASES
           MOVE TOT-CASES    OF COUNTRY TO AWK-TOT-CASES
           MOVE NEW-DEATHS   OF COUNTRY TO AWK-NEW-DEATHS
           MOVE TOT-DEATHS   OF COUNTRY TO AWK-TOT-DEATHS
           MOVE NEW-RECOV    OF COUNTRY TO AWK-NEW-RECOV
           MOVE TOT-RECOV    OF COUNTRY TO AWK-TOT-RECOV
      *
           MOVE 'A'            TO AWK-SOURCE-FEED
           MOVE '0'            TO AWK-SOURCE-GEN
           MOVE RUN-DATE-NUM   TO AWK-LOAD-DATE
           MOVE CORR-FOUND-SW  TO AWK-CORRECTED-SW
           MOVE 'N'            TO AWK-REPAIRED-SW
           MOVE 'N'            TO AWK-RESTORED-SW
      *
      *****************************************************************
      *        Data portion only - an identical resend keeps the
      *        stamp of the load that first brought it in.
      *****************************************************************
           MOVE AWK-KEY TO ALT-KEY
           READ ALT-MASTER-FILE
           END-READ
           IF ALT-MASTER-STATUS = "00"
              IF ALT-MASTER-RECORD (1:171) = ALT-MASTER-WORK (1:171)
                 ADD 1 TO COUNT-UNCHANGED
              ELSE
                 MOVE ALT-MASTER-WORK TO ALT-MASTER-RECORD
                 REWRITE ALT-MASTER-RECORD
                 END-REWRITE
                 IF ALT-MASTER-STATUS NOT = "00"
                    DISPLAY "ALTMS MASTER REWRITE FAILED, STATUS "
                       ALT-MASTER-STATUS " - RUN ABENDING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO COUNT-REPLACED
              END-IF
           ELSE
              MOVE ALT-MASTER-WORK TO ALT-MASTER-RECORD
              WRITE ALT-MASTER-RECORD
              END-WRITE
              IF ALT-MASTER-STATUS NOT = "00"
                 DISPLAY "ALTMS MASTER WRITE FAILED, STATUS "
                    ALT-MASTER-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-INSERTED
           END-IF.
      *
      *
       WRITE-LOAD-REPORT.
           MOVE SPACE TO LOAD-RPT-LINE
           MOVE "ALTLD MASTER DELTA LOAD CONTROL TOTALS"
             TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM ALTTXT"        TO LRP-LABEL
           MOVE COUNT-READ                     TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS REJECTED"                TO LRP-LABEL
           MOVE COUNT-REJECTED                 TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS INSERTED ON MASTER"      TO LRP-LABEL
           MOVE COUNT-INSERTED                 TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS REPLACED ON MASTER"      TO LRP-LABEL
           MOVE COUNT-REPLACED                 TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS UNCHANGED"               TO LRP-LABEL
           MOVE COUNT-UNCHANGED                TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "CORRECTIONS APPLIED"          TO LRP-LABEL
           MOVE COUNT-CORRECTED                TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE.
