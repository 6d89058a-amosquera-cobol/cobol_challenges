      *****************************************************************
      * Program name:    CNTRYBKO
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 DAVID QUINTERO  Created to back a bad CONTXT load
      *                            out of the CNTRYMS history master -
      *                            the only remedy was restoring the
      *                            whole dataset from the prior
      *                            night's backup, losing every good
      *                            load since.  Takes the load date
      *                            on a LOADDATE= card: every key
      *                            CNTRYLD logged to CNTRYIL as
      *                            inserted that day is deleted, and
      *                            every row it replaced that day gets
      *                            its CNTRYRV before-image put back.
      *                            A key a later load has touched
      *                            since is held, not overwritten, so
      *                            a good later load is never lost.
      *                            Every key touched is listed on
      *                            BKORPT with counts that tie back to
      *                            that day's LOADRPT; MODE=VERIFY
      *                            produces the listing without
      *                            updating the master.
      * 15/10/2026 DAVID QUINTERO  CNTRYREC now carries second-
      *                            provider figures onto the master
      *                            under the same CNTRYRV/CNTRYIL
      *                            logs - a backout of the day takes
      *                            its changes out too, and its RECRPT
      *                            counts (optional DD) are added to
      *                            LOADRPT's for the tie-out.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNTRYBKO.
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
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS MST-KEY
               FILE STATUS  IS MASTER-STATUS.
           SELECT REVISION-FILE ASSIGN TO CNTRYRV
               FILE STATUS IS REVISION-STATUS.
           SELECT INSERT-LOG-FILE ASSIGN TO CNTRYIL
               FILE STATUS IS INSERT-LOG-STATUS.
           SELECT LOAD-RPT-FILE ASSIGN TO LOADRPT
               FILE STATUS IS LOAD-RPT-STATUS.
           SELECT REC-RPT-FILE ASSIGN  TO RECRPT
               FILE STATUS IS REC-RPT-STATUS.
           SELECT BKO-RPT-FILE ASSIGN  TO BKORPT.
           SELECT BKO-PARM-FILE ASSIGN TO BKOPARM
               FILE STATUS IS BKO-PARM-STATUS.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *        Permanent country/date history master, maintained by
      *        CNTRYLD - see CNTRYMS.cpy.  Updated randomly by key.
      *****************************************************************
       FD  MASTER-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CNTRYMS.
      *****************************************************************
      *        CNTRYLD's revision file - the before-image of every
      *        row a load replaced, with that load's date, in the
      *        order the loads ran.
      *****************************************************************
       FD  REVISION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 190 CHARACTERS.
       01  REVISION-RECORD.
           05 RV-LOAD-DATE     PIC X(10).
           05 RV-MASTER-IMAGE  PIC X(180).
      *****************************************************************
      *        CNTRYLD's insert log - the key of every row a load
      *        added to the master, with that load's date.
      *****************************************************************
       FD  INSERT-LOG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  INSERT-LOG-RECORD.
           05 IL-LOAD-DATE     PIC X(10).
           05 IL-MASTER-KEY    PIC X(13).
           05 FILLER           PIC X(17).
      *****************************************************************
      *        The LOADRPT of the load being backed out - optional;
      *        without it the counts are listed but not tied.
      *****************************************************************
       FD  LOAD-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-RPT-LINE   PIC X(80).
      *****************************************************************
      *        The RECRPT of a CNTRYREC run on the same date -
      *        optional; its insert and replace counts go into the
      *        same logs, so they are added to LOADRPT's.
      *****************************************************************
       FD  REC-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-RPT-LINE    PIC X(132).
       FD  BKO-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  BKO-RPT-LINE PIC X(132).
      *****************************************************************
      *        Run-control parameter card file - LOADDATE= names the
      *        load to back out (required), MODE=VERIFY lists what
      *        would be done without doing it.
      *****************************************************************
       FD  BKO-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD       PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  MASTER-STATUS      PIC XX VALUE SPACE.
       01  REVISION-STATUS    PIC XX VALUE SPACE.
       01  INSERT-LOG-STATUS  PIC XX VALUE SPACE.
       01  LOAD-RPT-STATUS    PIC XX VALUE SPACE.
       01  REC-RPT-STATUS     PIC XX VALUE SPACE.
       01  BKO-PARM-STATUS    PIC XX VALUE SPACE.
       01  REVISION-EOF-SW    PIC X VALUE 'N'.
           88 REVISION-EOF        VALUE 'Y'.
       01  INSERT-LOG-EOF-SW  PIC X VALUE 'N'.
           88 INSERT-LOG-EOF      VALUE 'Y'.
      *****************************************************************
      *        The insert log is read twice - first for the day's
      *        inserts, then, once the revision file has added the
      *        day's replacements, for later inserts of any key in
      *        the table.
      *****************************************************************
       01  INSERT-PASS-SW     PIC X VALUE 'L'.
           88 INSERT-PASS-LOAD    VALUE 'L'.
           88 INSERT-PASS-HOLD    VALUE 'H'.
       01  LOAD-EOF-SW        PIC X VALUE 'N'.
           88 LOAD-EOF            VALUE 'Y'.
       01  REC-EOF-SW         PIC X VALUE 'N'.
           88 REC-EOF             VALUE 'Y'.
       01  BKO-PARM-EOF-SW    PIC X VALUE 'N'.
           88 BKO-PARM-EOF        VALUE 'Y'.
      *
      *****************************************************************
      *        Run-control parameter card work area - APPLY is the
      *        default; VERIFY opens the master input-only.
      *****************************************************************
       01  RUN-MODE-SW      PIC X VALUE 'A'.
           88 APPLY-MODE         VALUE 'A'.
           88 VERIFY-MODE        VALUE 'V'.
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
       01  BACKOUT-DATE     PIC X(10) VALUE SPACE.
      *
      *****************************************************************
      *        The control-total layout being parsed back off LOADRPT
      *        - a label in columns 1-30 and an edited value in
      *        columns 31-43, de-edited with the digit walk RUNSTAT
      *        uses.
      *****************************************************************
       01  CT-LABEL         PIC X(30).
       01  CT-VALUE-TEXT    PIC X(13).
       01  CT-VALUE         PIC S9(13) COMP-4 VALUE 0.
       01  CT-DIGIT-SEEN-SW PIC X VALUE 'N'.
           88 CT-DIGIT-SEEN     VALUE 'Y'.
       01  SCAN-SUB         PIC 9(04) COMP-4 VALUE 0.
       01  SCAN-CHAR        PIC X.
       01  SCAN-DIGIT-X     PIC X.
       01  SCAN-DIGIT REDEFINES SCAN-DIGIT-X PIC 9.
      *
       01  LOAD-INSERTED    PIC S9(13) COMP-4 VALUE 0.
       01  LOAD-INS-SW      PIC X VALUE 'N'.
           88 LOAD-INS-FOUND    VALUE 'Y'.
       01  LOAD-REPLACED    PIC S9(13) COMP-4 VALUE 0.
       01  LOAD-REP-SW      PIC X VALUE 'N'.
           88 LOAD-REP-FOUND    VALUE 'Y'.
      *
      *****************************************************************
      *        Every key the load touched, with what backing it out
      *        means - D to delete a key it inserted, R to put back
      *        the image of a key it replaced.  A key replaced more
      *        than once that day keeps its first image (the version
      *        the day started with); a key inserted and then
      *        replaced the same day is still just deleted.  A key a
      *        later load has inserted or replaced since is held.
      *****************************************************************
       01  BACKOUT-TABLE.
           05  BACKOUT-ENTRY OCCURS 50000 TIMES.
               10  BKT-KEY        PIC X(13).
               10  BKT-ACTION     PIC X.
                   88 BKT-DELETE      VALUE 'D'.
                   88 BKT-RESTORE     VALUE 'R'.
               10  BKT-HELD-SW    PIC X.
                   88 BKT-HELD        VALUE 'Y'.
                   88 BKT-NOT-HELD    VALUE 'N'.
               10  BKT-IMAGE      PIC X(180).
       01  BKT-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 50000.
       01  BKT-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  BKT-SUB          PIC 9(06) COMP-4 VALUE 0.
       01  BKT-FOUND-SW     PIC X VALUE 'N'.
           88 BKT-FOUND         VALUE 'Y'.
           88 BKT-NOT-FOUND     VALUE 'N'.
       01  BKT-TEST-KEY     PIC X(13) VALUE SPACE.
      *
      *****************************************************************
      *        The restored image, laid out as a master row so its
      *        figures can be listed against the row it displaces.
      *****************************************************************
       01  IMAGE-WORK.
           05 IMG-KEY.
              10 IMG-COUNTRY-CODE  PIC X(03).
              10 IMG-TIMESPAN-YMD  PIC X(10).
           05 IMG-COUNTRY-NAME     PIC X(50).
           05 IMG-SLUG             PIC X(50).
           05 IMG-TIMESPAN         PIC X(22).
           05 IMG-NEW-CASES        PIC S9(06).
           05 IMG-TOT-CASES        PIC S9(06).
           05 IMG-NEW-DEATHS       PIC S9(06).
           05 IMG-TOT-DEATHS       PIC S9(06).
           05 IMG-NEW-RECOV        PIC S9(06).
           05 IMG-TOT-RECOV        PIC S9(06).
           05 FILLER               PIC X(09).
      *
      *****************************************************************
      *        Backout control counts.  The log-side counts are what
      *        the load did (and tie to LOADRPT); the key-side counts
      *        are what this run did about it.
      *****************************************************************
       01  COUNT-INS-ENTRIES   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REV-ENTRIES   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REV-REPEATS   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-DELETED       PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-RESTORED      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-ALREADY       PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-NOT-ON-MST    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-HELD          PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-TIE-FAILS     PIC 9(04) COMP-4 VALUE 0.
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
           05 FILLER        PIC X(10) VALUE " LOADDATE=".
           05 PEP-LOAD-DATE PIC X(10).
      *
       01  BACKOUT-HEADING.
           05 FILLER   PIC X(06) VALUE " CODE".
           05 FILLER   PIC X(11) VALUE " DATE".
           05 FILLER   PIC X(25) VALUE " ACTION".
           05 FILLER   PIC X(26) VALUE "   MASTER NEW/TOT CASES".
           05 FILLER   PIC X(26) VALUE " RESTORED NEW/TOT CASES".
           05 FILLER   PIC X(38) VALUE SPACE.
      *
       01  BACKOUT-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 BP-CODE         PIC X(03).
           05 FILLER          PIC X(02)  VALUE " |".
           05 BP-DATE         PIC X(10).
           05 FILLER          PIC X(01)  VALUE "|".
           05 BP-ACTION       PIC X(24).
           05 FILLER          PIC X(01)  VALUE "|".
           05 BP-MST-NEW      PIC -ZZZ,ZZ9.
           05 FILLER          PIC X(01)  VALUE "/".
           05 BP-MST-TOT      PIC -ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 BP-IMG-NEW      PIC -ZZZ,ZZ9.
           05 FILLER          PIC X(01)  VALUE "/".
           05 BP-IMG-TOT      PIC -ZZZ,ZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 FILLER          PIC X(52)  VALUE SPACE.
      *
       01  TIE-HEADING.
           05 FILLER   PIC X(41) VALUE " LOAD COUNT".
           05 FILLER   PIC X(14) VALUE "     BACKOUT".
           05 FILLER   PIC X(14) VALUE "     LOADRPT".
           05 FILLER   PIC X(13) VALUE "  STATUS".
           05 FILLER   PIC X(50) VALUE SPACE.
      *
       01  TIE-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 TP-CHECK        PIC X(40).
           05 FILLER          PIC X(01)  VALUE "|".
           05 TP-BACKOUT      PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(01)  VALUE "|".
           05 TP-LOADRPT      PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(01)  VALUE "|".
           05 TP-STATUS       PIC X(12).
           05 FILLER          PIC X(01)  VALUE "|".
           05 FILLER          PIC X(49)  VALUE SPACE.
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
           PERFORM LOAD-BKO-PARMS
           OPEN OUTPUT BKO-RPT-FILE
           PERFORM WRITE-PARM-ECHO
      *****************************************************************
      *            Gather what the load did - its inserts, then its
      *            replacements, then anything a later load has
      *            touched since - before the master is opened.
      *****************************************************************
           SET INSERT-PASS-LOAD TO TRUE
           PERFORM LOAD-INSERT-LOG
           PERFORM LOAD-REVISIONS
           SET INSERT-PASS-HOLD TO TRUE
           PERFORM LOAD-INSERT-LOG
           PERFORM LOAD-LOAD-RPT
           PERFORM LOAD-REC-RPT
           PERFORM OPEN-MASTER
      *
           MOVE DECO-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
           MOVE BACKOUT-HEADING TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
           PERFORM BACK-OUT-ONE-KEY
              VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > BKT-COUNT
           CLOSE MASTER-FILE
      *
           PERFORM WRITE-TIE-OUT
           PERFORM WRITE-BACKOUT-SUMMARY
           CLOSE BKO-RPT-FILE
      *****************************************************************
      *            A held key or a count that does not tie needs a
      *            look before the batch carries on.
      *****************************************************************
           IF COUNT-HELD > 0 OR COUNT-TIE-FAILS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
      *
           GOBACK.
      *
      *
      *****************************************************************
      *        Run-control parameter cards - like CNTRYMNT, a run
      *        with no card file or no load date is refused rather
      *        than guessing which load to take off the master.
      *****************************************************************
       LOAD-BKO-PARMS.
           OPEN INPUT BKO-PARM-FILE
           IF BKO-PARM-STATUS NOT = "00"
              DISPLAY "BKOPARM PARAMETER FILE OPEN FAILED, STATUS "
                 BKO-PARM-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-BKO-PARM-CARD UNTIL BKO-PARM-EOF
           CLOSE BKO-PARM-FILE
           IF BACKOUT-DATE = SPACE
              DISPLAY "BACKOUT NEEDS A LOADDATE= CARD - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *
       LOAD-BKO-PARM-CARD.
           READ BKO-PARM-FILE
                AT END
                  SET BKO-PARM-EOF TO TRUE
                NOT AT END
                  IF PARM-CARD (1:1) NOT = "*" AND PARM-CARD NOT = SPACE
                     MOVE SPACE TO PARM-KEYWORD
                     MOVE SPACE TO PARM-VALUE
                     UNSTRING PARM-CARD
                         DELIMITED BY "="
                         INTO PARM-KEYWORD PARM-VALUE
                     END-UNSTRING
                     PERFORM APPLY-BKO-PARM
                  END-IF
           END-READ.
      *
      *
       APPLY-BKO-PARM.
           EVALUATE PARM-KEYWORD
              WHEN "MODE"
                 IF PARM-VALUE = "VERIFY"
                    SET VERIFY-MODE TO TRUE
                 ELSE
                    SET APPLY-MODE TO TRUE
                 END-IF
              WHEN "LOADDATE"
                 MOVE PARM-VALUE (1:10) TO BACKOUT-DATE
              WHEN OTHER
                 DISPLAY "BKOPARM CARD IGNORED: " PARM-CARD
           END-EVALUATE.
      *
      *
       WRITE-PARM-ECHO.
           IF APPLY-MODE
              MOVE "APPLY"  TO PEP-MODE
              MOVE "CNTRYMS LOAD BACKOUT" TO BANNER-TEXT
           ELSE
              MOVE "VERIFY" TO PEP-MODE
              MOVE "CNTRYMS LOAD BACKOUT - VERIFY ONLY, NO UPDATES"
                TO BANNER-TEXT
           END-IF
           MOVE BANNER-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
           MOVE BACKOUT-DATE TO PEP-LOAD-DATE
           MOVE PARM-ECHO-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           END-WRITE.
      *
      *
       OPEN-MASTER.
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
           END-IF.
      *
      *
      *****************************************************************
      *        The insert log - on the first pass the day's inserts
      *        become delete entries; on the second a later day's
      *        insert of a key in the table (deleted and re-added
      *        since) holds it.
      *****************************************************************
       LOAD-INSERT-LOG.
           MOVE 'N' TO INSERT-LOG-EOF-SW
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
                  MOVE IL-MASTER-KEY TO BKT-TEST-KEY
                  IF INSERT-PASS-LOAD AND IL-LOAD-DATE = BACKOUT-DATE
                     ADD 1 TO COUNT-INS-ENTRIES
                     PERFORM FIND-BACKOUT-KEY
                     IF BKT-NOT-FOUND
                        PERFORM ADD-BACKOUT-KEY
                        SET BKT-DELETE (BKT-COUNT) TO TRUE
                     END-IF
                  END-IF
                  IF INSERT-PASS-HOLD AND IL-LOAD-DATE > BACKOUT-DATE
                     PERFORM FIND-BACKOUT-KEY
                     IF BKT-FOUND
                        SET BKT-HELD (BKT-SUB) TO TRUE
                     END-IF
                  END-IF
           END-READ.
      *
      *
      *****************************************************************
      *        The revision file - the day's before-images become
      *        restore entries (first image per key wins); a later
      *        day's image of a key already in the table means a
      *        later load has replaced it since, and holds it.
      *        Images from before the load date are skipped unread.
      *****************************************************************
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
                  IF RV-LOAD-DATE NOT < BACKOUT-DATE
                     MOVE RV-MASTER-IMAGE (1:13) TO BKT-TEST-KEY
                     PERFORM FIND-BACKOUT-KEY
                     IF RV-LOAD-DATE = BACKOUT-DATE
                        ADD 1 TO COUNT-REV-ENTRIES
                        IF BKT-NOT-FOUND
                           PERFORM ADD-BACKOUT-KEY
                           SET BKT-RESTORE (BKT-COUNT) TO TRUE
                           MOVE RV-MASTER-IMAGE
                             TO BKT-IMAGE (BKT-COUNT)
                        ELSE
                           ADD 1 TO COUNT-REV-REPEATS
                        END-IF
                     ELSE
                        IF BKT-FOUND
                           SET BKT-HELD (BKT-SUB) TO TRUE
                        END-IF
                     END-IF
                  END-IF
           END-READ.
      *
      *
       FIND-BACKOUT-KEY.
           SET BKT-NOT-FOUND TO TRUE
           PERFORM SEARCH-BACKOUT-KEY
              VARYING BKT-SUB FROM 1 BY 1
                 UNTIL BKT-SUB > BKT-COUNT OR BKT-FOUND
           IF BKT-FOUND
              SUBTRACT 1 FROM BKT-SUB
           END-IF.
      *
      *
       SEARCH-BACKOUT-KEY.
           IF BKT-SUB <= BKT-COUNT
              IF BKT-KEY (BKT-SUB) = BKT-TEST-KEY
                 SET BKT-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
       ADD-BACKOUT-KEY.
           IF BKT-COUNT >= BKT-MAX-ENTRIES
              DISPLAY "BACKOUT-TABLE CAPACITY EXCEEDED - "
                 "RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO BKT-COUNT
           MOVE BKT-TEST-KEY TO BKT-KEY (BKT-COUNT)
           MOVE SPACE TO BKT-IMAGE (BKT-COUNT)
           SET BKT-NOT-HELD (BKT-COUNT) TO TRUE.
      *
      *
      *****************************************************************
      *        The LOADRPT of the day being backed out - its insert
      *        and replace counts are what the tie-out checks the
      *        logs against.
      *****************************************************************
       LOAD-LOAD-RPT.
           OPEN INPUT LOAD-RPT-FILE
           IF LOAD-RPT-STATUS = "00"
              PERFORM LOAD-LOAD-RPT-LINE UNTIL LOAD-EOF
              CLOSE LOAD-RPT-FILE
           END-IF.
      *
      *
       LOAD-LOAD-RPT-LINE.
           READ LOAD-RPT-FILE
                AT END
                  SET LOAD-EOF TO TRUE
                NOT AT END
                  MOVE LOAD-RPT-LINE (1:30)  TO CT-LABEL
                  MOVE LOAD-RPT-LINE (31:13) TO CT-VALUE-TEXT
                  PERFORM DEEDIT-VALUE-TEXT
                  IF CT-DIGIT-SEEN
                     EVALUATE CT-LABEL
                        WHEN "ROWS INSERTED ON MASTER"
                           MOVE CT-VALUE TO LOAD-INSERTED
                           SET LOAD-INS-FOUND TO TRUE
                        WHEN "ROWS REPLACED ON MASTER"
                           MOVE CT-VALUE TO LOAD-REPLACED
                           SET LOAD-REP-FOUND TO TRUE
                     END-EVALUATE
                  END-IF
           END-READ.
      *
      *
      *****************************************************************
      *        A CNTRYREC run on the same date writes its changes to
      *        the same logs under the same date - its RECRPT counts
      *        are added in, so the tie still holds.  A found count
      *        on either report is enough to tie against.
      *****************************************************************
       LOAD-REC-RPT.
           OPEN INPUT REC-RPT-FILE
           IF REC-RPT-STATUS = "00"
              PERFORM LOAD-REC-RPT-LINE UNTIL REC-EOF
              CLOSE REC-RPT-FILE
           END-IF.
      *
      *
       LOAD-REC-RPT-LINE.
           READ REC-RPT-FILE
                AT END
                  SET REC-EOF TO TRUE
                NOT AT END
                  MOVE REC-RPT-LINE (1:30)  TO CT-LABEL
                  MOVE REC-RPT-LINE (31:13) TO CT-VALUE-TEXT
                  PERFORM DEEDIT-VALUE-TEXT
                  IF CT-DIGIT-SEEN
                     EVALUATE CT-LABEL
                        WHEN "ROWS INSERTED ON MASTER"
                           ADD CT-VALUE TO LOAD-INSERTED
                           SET LOAD-INS-FOUND TO TRUE
                        WHEN "ROWS REPLACED ON MASTER"
                           ADD CT-VALUE TO LOAD-REPLACED
                           SET LOAD-REP-FOUND TO TRUE
                     END-EVALUATE
                  END-IF
           END-READ.
      *
      *
       DEEDIT-VALUE-TEXT.
           MOVE 0 TO CT-VALUE
           MOVE 'N' TO CT-DIGIT-SEEN-SW
           PERFORM DEEDIT-ONE-CHAR
              VARYING SCAN-SUB FROM 1 BY 1 UNTIL SCAN-SUB > 13.
      *
      *
       DEEDIT-ONE-CHAR.
           MOVE CT-VALUE-TEXT (SCAN-SUB:1) TO SCAN-CHAR
           IF SCAN-CHAR >= "0" AND SCAN-CHAR <= "9"
              SET CT-DIGIT-SEEN TO TRUE
              MOVE SCAN-CHAR TO SCAN-DIGIT-X
              COMPUTE CT-VALUE = CT-VALUE * 10 + SCAN-DIGIT
           END-IF.
      *
      *
      *****************************************************************
      *        One key - held keys are only listed; an inserted key
      *        still on the master is deleted; a replaced key gets
      *        its before-image back unless it already carries it.
      *****************************************************************
       BACK-OUT-ONE-KEY.
           MOVE BKT-KEY (BKT-SUB) TO MST-KEY
           MOVE BKT-KEY (BKT-SUB) TO BP-CODE
           MOVE BKT-KEY (BKT-SUB) (4:10) TO BP-DATE
           MOVE 0 TO BP-MST-NEW
           MOVE 0 TO BP-MST-TOT
           MOVE 0 TO BP-IMG-NEW
           MOVE 0 TO BP-IMG-TOT
           MOVE BKT-IMAGE (BKT-SUB) TO IMAGE-WORK
           IF BKT-RESTORE (BKT-SUB)
              MOVE IMG-NEW-CASES TO BP-IMG-NEW
              MOVE IMG-TOT-CASES TO BP-IMG-TOT
           END-IF
           READ MASTER-FILE
           END-READ
           IF MASTER-STATUS = "00"
              MOVE MST-NEW-CASES TO BP-MST-NEW
              MOVE MST-TOT-CASES TO BP-MST-TOT
           END-IF
           EVALUATE TRUE
              WHEN BKT-HELD (BKT-SUB)
                 MOVE "HELD - LATER LOAD" TO BP-ACTION
                 ADD 1 TO COUNT-HELD
              WHEN MASTER-STATUS NOT = "00"
                 MOVE "NOT ON MASTER" TO BP-ACTION
                 ADD 1 TO COUNT-NOT-ON-MST
              WHEN BKT-DELETE (BKT-SUB)
                 MOVE "DELETED" TO BP-ACTION
                 PERFORM DELETE-MASTER-ROW
                 ADD 1 TO COUNT-DELETED
              WHEN MASTER-RECORD = IMAGE-WORK
                 MOVE "ALREADY RESTORED" TO BP-ACTION
                 ADD 1 TO COUNT-ALREADY
              WHEN OTHER
                 MOVE "RESTORED" TO BP-ACTION
                 PERFORM RESTORE-MASTER-ROW
                 ADD 1 TO COUNT-RESTORED
           END-EVALUATE
           MOVE BACKOUT-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE
           END-WRITE.
      *
      *
       DELETE-MASTER-ROW.
           IF APPLY-MODE
              DELETE MASTER-FILE RECORD
              END-DELETE
              IF MASTER-STATUS NOT = "00"
                 DISPLAY "CNTRYMS MASTER DELETE FAILED, STATUS "
                    MASTER-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *
      *
       RESTORE-MASTER-ROW.
           IF APPLY-MODE
              MOVE IMAGE-WORK TO MASTER-RECORD
              REWRITE MASTER-RECORD
              END-REWRITE
              IF MASTER-STATUS NOT = "00"
                 DISPLAY "CNTRYMS MASTER REWRITE FAILED, STATUS "
                    MASTER-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        Tie the logs back to the day's LOADRPT - every insert
      *        CNTRYLD counted must be on the insert log and every
      *        replacement on the revision file, or the backout
      *        cannot be complete.
      *****************************************************************
       WRITE-TIE-OUT.
           MOVE DECO-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
           MOVE "TIE-OUT TO THE LOAD DATE'S LOADRPT" TO BANNER-TEXT
           MOVE BANNER-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
           MOVE TIE-HEADING TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "CNTRYIL INSERTS = ROWS INSERTED" TO TP-CHECK
           MOVE COUNT-INS-ENTRIES TO TP-BACKOUT
           MOVE LOAD-INSERTED     TO TP-LOADRPT
           IF NOT LOAD-INS-FOUND
              MOVE "NO LOADRPT" TO TP-STATUS
           ELSE
              IF COUNT-INS-ENTRIES = LOAD-INSERTED
                 MOVE "TIES" TO TP-STATUS
              ELSE
                 MOVE "DOES NOT TIE" TO TP-STATUS
                 ADD 1 TO COUNT-TIE-FAILS
              END-IF
           END-IF
           MOVE TIE-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "CNTRYRV IMAGES = ROWS REPLACED" TO TP-CHECK
           MOVE COUNT-REV-ENTRIES TO TP-BACKOUT
           MOVE LOAD-REPLACED     TO TP-LOADRPT
           IF NOT LOAD-REP-FOUND
              MOVE "NO LOADRPT" TO TP-STATUS
           ELSE
              IF COUNT-REV-ENTRIES = LOAD-REPLACED
                 MOVE "TIES" TO TP-STATUS
              ELSE
                 MOVE "DOES NOT TIE" TO TP-STATUS
                 ADD 1 TO COUNT-TIE-FAILS
              END-IF
           END-IF
           MOVE TIE-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE.
      *
      *
       WRITE-BACKOUT-SUMMARY.
           MOVE DECO-LINE TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
           MOVE SPACE TO BKO-RPT-LINE
           MOVE "CNTRYBKO CONTROL TOTALS" TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "INSERT LOG ENTRIES FOR DATE" TO SP-LABEL
           MOVE COUNT-INS-ENTRIES            TO SP-VALUE
           MOVE SUMMARY-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "REVISION IMAGES FOR DATE"    TO SP-LABEL
           MOVE COUNT-REV-ENTRIES            TO SP-VALUE
           MOVE SUMMARY-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "REPEAT IMAGES OF A KEY"      TO SP-LABEL
           MOVE COUNT-REV-REPEATS            TO SP-VALUE
           MOVE SUMMARY-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "KEYS TOUCHED BY THE LOAD"    TO SP-LABEL
           MOVE BKT-COUNT                    TO SP-VALUE
           MOVE SUMMARY-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "ROWS DELETED FROM MASTER"    TO SP-LABEL
           MOVE COUNT-DELETED                TO SP-VALUE
           MOVE SUMMARY-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "ROWS RESTORED ON MASTER"     TO SP-LABEL
           MOVE COUNT-RESTORED               TO SP-VALUE
           MOVE SUMMARY-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "ROWS ALREADY RESTORED"       TO SP-LABEL
           MOVE COUNT-ALREADY                TO SP-VALUE
           MOVE SUMMARY-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "KEYS NOT ON MASTER"          TO SP-LABEL
           MOVE COUNT-NOT-ON-MST             TO SP-VALUE
           MOVE SUMMARY-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE
      *
           MOVE "KEYS HELD - LATER LOAD"      TO SP-LABEL
           MOVE COUNT-HELD                   TO SP-VALUE
           MOVE SUMMARY-PRINT TO BKO-RPT-LINE
           WRITE BKO-RPT-LINE END-WRITE.
