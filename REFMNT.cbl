      *****************************************************************
      * Program name:    REFMNT
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 DAVID QUINTERO  Created so the two reference
      *                            tables every night's numbers depend
      *                            on - the CORRXN code remap table
      *                            read by COVID, CNTRYLD, VAXLOAD and
      *                            ALTLD, and the CNTRYREF population
      *                            and region table - are no longer
      *                            edited by hand.  A remap chain (A to
      *                            B, B to C) gave a different code
      *                            depending on which program read it.
      *                            Takes add/change/delete transactions
      *                            for both tables from REFTXN and
      *                            rejects any that would leave a
      *                            remap chain or cycle, a remap target
      *                            with no CNTRYREF row, a duplicate
      *                            code or a zero population.  Checks
      *                            the resulting tables whole, then
      *                            publishes clean copies on CORRXNO
      *                            and CNTRYRFO for the batch and
      *                            appends a before/after image of
      *                            every applied change, with the user
      *                            and the date and time, to the REFAUD
      *                            audit log.  REFRPT lists every
      *                            transaction and table finding.
      *                            MODE=VERIFY checks without
      *                            publishing.  Return code 8 when a
      *                            transaction is rejected, 16 when
      *                            the tables are not fit to publish.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REFMNT.
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
           SELECT CORRECTION-FILE ASSIGN  TO CORRXN
               FILE STATUS IS CORRECTION-STATUS.
           SELECT POP-REF-FILE    ASSIGN  TO CNTRYREF
               FILE STATUS IS POP-REF-STATUS.
           SELECT REF-TXN-FILE    ASSIGN  TO REFTXN
               FILE STATUS IS REF-TXN-STATUS.
           SELECT NEW-CORRECTION-FILE ASSIGN TO CORRXNO
               FILE STATUS IS NEW-CORRECTION-STATUS.
           SELECT NEW-POP-REF-FILE ASSIGN TO CNTRYRFO
               FILE STATUS IS NEW-POP-REF-STATUS.
           SELECT REF-AUDIT-FILE  ASSIGN  TO REFAUD
               FILE STATUS IS REF-AUDIT-STATUS.
           SELECT REF-RPT-FILE    ASSIGN  TO REFRPT.
           SELECT REF-PARM-FILE   ASSIGN  TO REFPARM
               FILE STATUS IS REF-PARM-STATUS.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *        Current code remap table - old code to be replaced,
      *        then the corrected name, code and slug - the same
      *        106-byte row COVID, CNTRYLD, VAXLOAD and ALTLD read.
      *****************************************************************
       FD  CORRECTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 106 CHARACTERS.
       01  CORRECTION-LINE   PIC X(106).
      *****************************************************************
      *        Current population/region reference table - the same
      *        80-byte row COVID, REGNRPT, VAXRPT, VAXIMPCT and
      *        ALRTCHK read.
      *****************************************************************
       FD  POP-REF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  POP-REF-LINE      PIC X(80).
      *****************************************************************
      *        Reference maintenance transactions - which table, add
      *        (A), change (C) or delete (D), the user making the
      *        change, and the row itself in the table's own layout.
      *        A change replaces the whole row held under the code; a
      *        delete needs only the code.
      *****************************************************************
       FD  REF-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 128 CHARACTERS.
       01  REF-TXN-RECORD.
           05 RTX-TABLE          PIC X(08).
              88 RTX-FOR-CORRXN      VALUE "CORRXN".
              88 RTX-FOR-CNTRYREF    VALUE "CNTRYREF".
           05 RTX-ACTION         PIC X(01).
              88 RTX-ADD             VALUE "A".
              88 RTX-CHANGE          VALUE "C".
              88 RTX-DELETE          VALUE "D".
           05 RTX-USER-ID        PIC X(08).
           05 RTX-DATA           PIC X(106).
           05 RTX-CORR-DATA REDEFINES RTX-DATA.
              10 RTX-CL-OLD-CODE PIC X(03).
              10 RTX-CL-NEW-NAME PIC X(50).
              10 RTX-CL-NEW-CODE PIC X(03).
              10 RTX-CL-NEW-SLUG PIC X(50).
           05 RTX-REF-DATA REDEFINES RTX-DATA.
              10 RTX-PRL-COUNTRY-CODE PIC X(03).
              10 RTX-PRL-POPULATION   PIC 9(10).
              10 RTX-PRL-COUNTRY-NAME PIC X(50).
              10 RTX-PRL-REGION-CODE  PIC X(10).
              10 FILLER               PIC X(07).
              10 FILLER               PIC X(26).
           05 FILLER             PIC X(05).
      *****************************************************************
      *        Published tables - rewritten whole on every update run
      *        that passes the table check, for the batch to read as
      *        CORRXN and CNTRYREF.
      *****************************************************************
       FD  NEW-CORRECTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 106 CHARACTERS.
       01  NEW-CORRECTION-LINE  PIC X(106).
       FD  NEW-POP-REF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  NEW-POP-REF-LINE     PIC X(80).
      *****************************************************************
      *        Reference audit log - one 256-byte row per applied
      *        change, accumulating across runs - see AUDIT-WORK.
      *****************************************************************
       FD  REF-AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 256 CHARACTERS.
       01  REF-AUDIT-RECORD     PIC X(256).
       FD  REF-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REF-RPT-LINE PIC X(132).
      *****************************************************************
      *        Run-control parameter card file - one KEYWORD=VALUE
      *        card per line, the same card idiom the suite's RUNPARM
      *        file uses.  MODE=UPDATE (the default) publishes the
      *        tables; MODE=VERIFY checks the transactions and tables
      *        and publishes nothing.
      *****************************************************************
       FD  REF-PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD       PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  CORRECTION-STATUS      PIC XX VALUE SPACE.
       01  POP-REF-STATUS         PIC XX VALUE SPACE.
       01  REF-TXN-STATUS         PIC XX VALUE SPACE.
       01  NEW-CORRECTION-STATUS  PIC XX VALUE SPACE.
       01  NEW-POP-REF-STATUS     PIC XX VALUE SPACE.
       01  REF-AUDIT-STATUS       PIC XX VALUE SPACE.
       01  REF-PARM-STATUS        PIC XX VALUE SPACE.
       01  CORR-EOF-SW        PIC X VALUE 'N'.
           88 CORR-EOF            VALUE 'Y'.
       01  POP-REF-EOF-SW     PIC X VALUE 'N'.
           88 POP-REF-EOF         VALUE 'Y'.
       01  REF-TXN-EOF-SW     PIC X VALUE 'N'.
           88 REF-TXN-EOF         VALUE 'Y'.
       01  REF-PARM-EOF-SW    PIC X VALUE 'N'.
           88 REF-PARM-EOF        VALUE 'Y'.
      *
      *****************************************************************
      *        Run date and time - the "when" on every audit row.
      *****************************************************************
       01  RUN-DATE-WORK.
           05 RDW-YYYY      PIC 9(04).
           05 RDW-MM        PIC 9(02).
           05 RDW-DD        PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE-WORK PIC 9(08).
       01  RUN-TIME-WORK.
           05 RTW-HHMMSS    PIC 9(06).
           05 RTW-HUNDREDTHS PIC 9(02).
      *
      *****************************************************************
      *        Run-control parameter card work area.
      *****************************************************************
       01  RUN-MODE-SW      PIC X VALUE 'U'.
           88 UPDATE-MODE        VALUE 'U'.
           88 VERIFY-MODE        VALUE 'V'.
       01  PARM-KEYWORD     PIC X(20) VALUE SPACE.
       01  PARM-VALUE       PIC X(60) VALUE SPACE.
      *
      *****************************************************************
      *        Code remap table, held in file order.  A deleted row
      *        stays in its slot marked deleted and is skipped by
      *        every search and left off the published file; an add
      *        goes on the end.  Sized the same way the suite's other
      *        CORRXN tables are.
      *****************************************************************
       01  CORRECTION-TABLE.
           05  CORRECTION-ENTRY OCCURS 500 TIMES.
               10  CORR-IMAGE.
                   15  CORR-OLD-CODE  PIC X(03).
                   15  CORR-NEW-NAME  PIC X(50).
                   15  CORR-NEW-CODE  PIC X(03).
                   15  CORR-NEW-SLUG  PIC X(50).
               10  CORR-STATE-SW      PIC X.
                   88  CORR-LIVE          VALUE 'L'.
                   88  CORR-DELETED       VALUE 'D'.
       01  CORR-MAX-ENTRIES     PIC 9(06) COMP-4 VALUE 500.
       01  CORR-COUNT           PIC 9(06) COMP-4 VALUE 0.
       01  CORR-SUB             PIC 9(06) COMP-4 VALUE 0.
       01  CORR-CHK-SUB         PIC 9(06) COMP-4 VALUE 0.
       01  CORR-SKIP-SUB        PIC 9(06) COMP-4 VALUE 0.
       01  CORR-HIT-SUB         PIC 9(06) COMP-4 VALUE 0.
       01  CORR-FOUND-SW        PIC X VALUE 'N'.
           88 CORR-FOUND            VALUE 'Y'.
           88 CORR-NOT-FOUND        VALUE 'N'.
      *
      *****************************************************************
      *        Population/region table, held the same way.
      *****************************************************************
       01  POP-REF-TABLE.
           05  POP-REF-ENTRY OCCURS 500 TIMES.
               10  REF-IMAGE.
                   15  REF-COUNTRY-CODE  PIC X(03).
                   15  REF-POPULATION    PIC 9(10).
                   15  REF-COUNTRY-NAME  PIC X(50).
                   15  REF-REGION-CODE   PIC X(10).
                   15  FILLER            PIC X(07).
               10  REF-STATE-SW          PIC X.
                   88  REF-LIVE              VALUE 'L'.
                   88  REF-DELETED           VALUE 'D'.
       01  REF-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 500.
       01  REF-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  REF-SUB          PIC 9(06) COMP-4 VALUE 0.
       01  REF-CHK-SUB      PIC 9(06) COMP-4 VALUE 0.
       01  REF-SKIP-SUB     PIC 9(06) COMP-4 VALUE 0.
       01  REF-HIT-SUB      PIC 9(06) COMP-4 VALUE 0.
       01  REF-FOUND-SW     PIC X VALUE 'N'.
           88 REF-FOUND         VALUE 'Y'.
           88 REF-NOT-FOUND     VALUE 'N'.
      *
       01  FIND-CODE        PIC X(03) VALUE SPACE.
      *
      *****************************************************************
      *        Remap chain trace - from a remap target, follow the
      *        table old code to new code for as long as the target
      *        is itself remapped.  Any link at all is a chain; a
      *        link that arrives back at the code being remapped is a
      *        cycle.  The step limit stops a cycle elsewhere in the
      *        table from looping the trace.
      *****************************************************************
       01  TRACE-ORIGIN-CODE PIC X(03) VALUE SPACE.
       01  TRACE-CODE        PIC X(03) VALUE SPACE.
       01  TRACE-STEPS       PIC 9(06) COMP-4 VALUE 0.
       01  TRACE-RESULT-SW   PIC X VALUE 'N'.
           88 TRACE-CLEAR         VALUE 'N'.
           88 TRACE-CHAIN         VALUE 'H'.
           88 TRACE-CYCLE         VALUE 'Y'.
       01  TRACE-END-SW      PIC X VALUE 'N'.
           88 TRACE-ENDED         VALUE 'Y'.
           88 TRACE-GOING         VALUE 'N'.
      *
      *****************************************************************
      *        Per-transaction work - the outcome, the reason for a
      *        rejection, and the row the change lands on.
      *****************************************************************
       01  TXN-RESULT-SW    PIC X VALUE 'A'.
           88 TXN-ACCEPTED       VALUE 'A'.
           88 TXN-REJECTED       VALUE 'R'.
       01  TXN-REASON       PIC X(40) VALUE SPACE.
       01  TXN-ACTION-TEXT  PIC X(06) VALUE SPACE.
       01  TXN-CODE         PIC X(03) VALUE SPACE.
       01  TXN-DETAIL       PIC X(20) VALUE SPACE.
       01  TXN-POP-EDIT     PIC Z(09)9.
      *
      *****************************************************************
      *        Audit row - built here for each applied change and
      *        held in AUDIT-HOLD-TABLE until the run is known to
      *        publish, so the log only ever records changes that
      *        reached the published tables.  A CNTRYREF image fills
      *        the first 80 bytes of its 106-byte image field.
      *****************************************************************
       01  AUDIT-WORK.
           05 AW-CHANGE-DATE     PIC 9(08).
           05 AW-CHANGE-TIME     PIC 9(06).
           05 AW-USER-ID         PIC X(08).
           05 AW-TABLE           PIC X(08).
           05 AW-ACTION          PIC X(06).
           05 AW-TXN-SEQ         PIC 9(06).
           05 AW-BEFORE-IMAGE    PIC X(106).
           05 AW-AFTER-IMAGE     PIC X(106).
           05 FILLER             PIC X(02).
      *
       01  AUDIT-HOLD-TABLE.
           05  AUDIT-HOLD-ENTRY OCCURS 1000 TIMES PIC X(256).
       01  AUD-MAX-ENTRIES  PIC 9(06) COMP-4 VALUE 1000.
       01  AUD-COUNT        PIC 9(06) COMP-4 VALUE 0.
       01  AUD-SUB          PIC 9(06) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Table-check finding work.
      *****************************************************************
       01  FINDING-TABLE    PIC X(08) VALUE SPACE.
       01  FINDING-CODE     PIC X(03) VALUE SPACE.
       01  FINDING-DETAIL   PIC X(20) VALUE SPACE.
       01  FINDING-TEXT     PIC X(40) VALUE SPACE.
      *
      *****************************************************************
      *        Maintenance control counts for the report.
      *****************************************************************
       01  COUNT-CORR-READ       PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REF-READ        PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-TXN-READ        PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-APPLIED         PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REJECTED        PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-FINDINGS        PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-CORR-PUBLISHED  PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REF-PUBLISHED   PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-AUDITED         PIC 9(09) COMP-4 VALUE 0.
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
           05 FILLER        PIC X(10) VALUE " RUN DATE=".
           05 PEP-RUN-DATE  PIC 9(08).
           05 FILLER        PIC X(06) VALUE " TIME=".
           05 PEP-RUN-TIME  PIC 9(06).
           05 FILLER        PIC X(75) VALUE SPACE.
      *
       01  TXN-HEADING.
           05 FILLER   PIC X(08) VALUE "    SEQ".
           05 FILLER   PIC X(10) VALUE " USER".
           05 FILLER   PIC X(10) VALUE " TABLE".
           05 FILLER   PIC X(08) VALUE " ACTION".
           05 FILLER   PIC X(05) VALUE " CODE".
           05 FILLER   PIC X(22) VALUE " DETAIL".
           05 FILLER   PIC X(10) VALUE " RESULT".
           05 FILLER   PIC X(41) VALUE " REASON".
           05 FILLER   PIC X(18) VALUE SPACE.
      *
       01  TXN-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 TP-SEQ          PIC ZZZZZ9.
           05 FILLER          PIC X(02)  VALUE " |".
           05 TP-USER         PIC X(08).
           05 FILLER          PIC X(02)  VALUE " |".
           05 TP-TABLE        PIC X(08).
           05 FILLER          PIC X(02)  VALUE " |".
           05 TP-ACTION       PIC X(06).
           05 FILLER          PIC X(02)  VALUE " |".
           05 TP-CODE         PIC X(03).
           05 FILLER          PIC X(02)  VALUE " |".
           05 TP-DETAIL       PIC X(20).
           05 FILLER          PIC X(02)  VALUE " |".
           05 TP-RESULT       PIC X(08).
           05 FILLER          PIC X(02)  VALUE " |".
           05 TP-REASON       PIC X(40).
           05 FILLER          PIC X(01)  VALUE "|".
           05 FILLER          PIC X(17)  VALUE SPACE.
      *
       01  FINDING-HEADING.
           05 FILLER   PIC X(10) VALUE " TABLE".
           05 FILLER   PIC X(05) VALUE " CODE".
           05 FILLER   PIC X(22) VALUE " DETAIL".
           05 FILLER   PIC X(41) VALUE " FINDING".
           05 FILLER   PIC X(54) VALUE SPACE.
      *
       01  FINDING-PRINT.
           05 FILLER          PIC X      VALUE "|".
           05 FP-TABLE        PIC X(08).
           05 FILLER          PIC X(02)  VALUE " |".
           05 FP-CODE         PIC X(03).
           05 FILLER          PIC X(02)  VALUE " |".
           05 FP-DETAIL       PIC X(20).
           05 FILLER          PIC X(02)  VALUE " |".
           05 FP-FINDING      PIC X(40).
           05 FILLER          PIC X(01)  VALUE "|".
           05 FILLER          PIC X(53)  VALUE SPACE.
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
           PERFORM LOAD-REF-PARMS
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-WORK FROM TIME
           PERFORM LOAD-CORRECTION-TABLE
           PERFORM LOAD-POPULATION-TABLE
           OPEN OUTPUT REF-RPT-FILE
           PERFORM WRITE-PARM-ECHO
      *
           PERFORM PROCESS-TRANSACTIONS
           PERFORM CHECK-RESULTING-TABLES
      *****************************************************************
      *            Only an update run whose tables passed the whole-
      *            table check publishes them and logs its changes -
      *            otherwise the batch carries on with the tables
      *            last published.
      *****************************************************************
           IF UPDATE-MODE AND COUNT-FINDINGS = 0
              PERFORM PUBLISH-TABLES
              PERFORM WRITE-AUDIT-LOG
           END-IF
           PERFORM WRITE-RUN-SUMMARY
           CLOSE REF-RPT-FILE
      *
           IF COUNT-FINDINGS > 0
              DISPLAY "REFMNT TABLE CHECK FAILED - CORRXN/CNTRYREF "
                 "NOT PUBLISHED"
              MOVE 16 TO RETURN-CODE
           ELSE
              IF COUNT-REJECTED > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
      *
           GOBACK.
      *
      *
      *****************************************************************
      *        Run-control parameter cards - optional; no card file
      *        is an update run.
      *****************************************************************
       LOAD-REF-PARMS.
           OPEN INPUT REF-PARM-FILE
           IF REF-PARM-STATUS = "00"
              PERFORM LOAD-REF-PARM-CARD UNTIL REF-PARM-EOF
              CLOSE REF-PARM-FILE
           END-IF.
      *
      *
       LOAD-REF-PARM-CARD.
           READ REF-PARM-FILE
                AT END
                  SET REF-PARM-EOF TO TRUE
                NOT AT END
                  IF PARM-CARD (1:1) NOT = "*" AND PARM-CARD NOT = SPACE
                     MOVE SPACE TO PARM-KEYWORD
                     MOVE SPACE TO PARM-VALUE
                     UNSTRING PARM-CARD
                         DELIMITED BY "="
                         INTO PARM-KEYWORD PARM-VALUE
                     END-UNSTRING
                     PERFORM APPLY-REF-PARM
                  END-IF
           END-READ.
      *
      *
       APPLY-REF-PARM.
           EVALUATE PARM-KEYWORD
              WHEN "MODE"
                 IF PARM-VALUE = "VERIFY"
                    SET VERIFY-MODE TO TRUE
                 ELSE
                    SET UPDATE-MODE TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY "REFPARM CARD IGNORED: " PARM-CARD
           END-EVALUATE.
      *
      *
       WRITE-PARM-ECHO.
           IF UPDATE-MODE
              MOVE "UPDATE"  TO PEP-MODE
           ELSE
              MOVE "VERIFY"  TO PEP-MODE
           END-IF
           MOVE RUN-DATE-NUM TO PEP-RUN-DATE
           MOVE RTW-HHMMSS   TO PEP-RUN-TIME
           MOVE PARM-ECHO-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        Both current tables are required - unlike the batch
      *        programs, which run on without them, a maintenance run
      *        that started from an empty table would publish one.
      *        Rows are loaded as they stand, faults and all; the
      *        whole-table check reports whatever is still wrong
      *        once the transactions are applied.
      *****************************************************************
       LOAD-CORRECTION-TABLE.
           OPEN INPUT CORRECTION-FILE
           IF CORRECTION-STATUS NOT = "00"
              DISPLAY "CORRXN FILE OPEN FAILED, STATUS "
                 CORRECTION-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-CORRECTION-ENTRY UNTIL CORR-EOF
           CLOSE CORRECTION-FILE.
      *
      *
       LOAD-CORRECTION-ENTRY.
           READ CORRECTION-FILE
                AT END
                  SET CORR-EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-CORR-READ
                  PERFORM ADD-CORRECTION-SLOT
                  MOVE CORRECTION-LINE TO CORR-IMAGE (CORR-COUNT)
           END-READ.
      *
      *
       ADD-CORRECTION-SLOT.
           IF CORR-COUNT >= CORR-MAX-ENTRIES
              DISPLAY "CORRECTION-TABLE CAPACITY EXCEEDED - "
                 "RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO CORR-COUNT
           SET CORR-LIVE (CORR-COUNT) TO TRUE.
      *
      *
       LOAD-POPULATION-TABLE.
           OPEN INPUT POP-REF-FILE
           IF POP-REF-STATUS NOT = "00"
              DISPLAY "CNTRYREF FILE OPEN FAILED, STATUS "
                 POP-REF-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-POPULATION-ENTRY UNTIL POP-REF-EOF
           CLOSE POP-REF-FILE.
      *
      *
       LOAD-POPULATION-ENTRY.
           READ POP-REF-FILE
                AT END
                  SET POP-REF-EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-REF-READ
                  PERFORM ADD-POPULATION-SLOT
                  MOVE POP-REF-LINE TO REF-IMAGE (REF-COUNT)
           END-READ.
      *
      *
       ADD-POPULATION-SLOT.
           IF REF-COUNT >= REF-MAX-ENTRIES
              DISPLAY "POP-REF-TABLE CAPACITY EXCEEDED - "
                 "RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO REF-COUNT
           SET REF-LIVE (REF-COUNT) TO TRUE.
      *
      *
      *****************************************************************
      *        Transactions are applied in file order, each checked
      *        against the tables as the transactions before it left
      *        them.  No REFTXN is a run that only re-checks and
      *        republishes the current tables.
      *****************************************************************
       PROCESS-TRANSACTIONS.
           MOVE DECO-LINE TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
           MOVE "REFERENCE MAINTENANCE TRANSACTIONS" TO BANNER-TEXT
           MOVE BANNER-LINE TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
           MOVE TXN-HEADING TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
           OPEN INPUT REF-TXN-FILE
           IF REF-TXN-STATUS = "00"
              PERFORM PROCESS-ONE-TXN UNTIL REF-TXN-EOF
              CLOSE REF-TXN-FILE
           END-IF.
      *
      *
       PROCESS-ONE-TXN.
           READ REF-TXN-FILE
                AT END
                  SET REF-TXN-EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-TXN-READ
                  PERFORM CHECK-AND-APPLY-TXN
                  PERFORM WRITE-TXN-LINE
           END-READ.
      *
      *
       CHECK-AND-APPLY-TXN.
           SET TXN-ACCEPTED TO TRUE
           MOVE SPACE TO TXN-REASON
           MOVE 0     TO CORR-HIT-SUB
           MOVE 0     TO REF-HIT-SUB
           EVALUATE TRUE
              WHEN RTX-ADD
                 MOVE "ADD"    TO TXN-ACTION-TEXT
              WHEN RTX-CHANGE
                 MOVE "CHANGE" TO TXN-ACTION-TEXT
              WHEN RTX-DELETE
                 MOVE "DELETE" TO TXN-ACTION-TEXT
              WHEN OTHER
                 MOVE RTX-ACTION TO TXN-ACTION-TEXT
           END-EVALUATE
           IF RTX-USER-ID = SPACE
              SET TXN-REJECTED TO TRUE
              MOVE "NO USER ID ON TRANSACTION" TO TXN-REASON
           END-IF
           IF TXN-ACCEPTED
              EVALUATE TRUE
                 WHEN RTX-FOR-CORRXN AND RTX-ADD
                    PERFORM CHECK-CORR-ADD
                 WHEN RTX-FOR-CORRXN AND RTX-CHANGE
                    PERFORM CHECK-CORR-CHANGE
                 WHEN RTX-FOR-CORRXN AND RTX-DELETE
                    PERFORM CHECK-CORR-DELETE
                 WHEN RTX-FOR-CNTRYREF AND RTX-ADD
                    PERFORM CHECK-REF-ADD
                 WHEN RTX-FOR-CNTRYREF AND RTX-CHANGE
                    PERFORM CHECK-REF-CHANGE
                 WHEN RTX-FOR-CNTRYREF AND RTX-DELETE
                    PERFORM CHECK-REF-DELETE
                 WHEN OTHER
                    SET TXN-REJECTED TO TRUE
                    MOVE "UNKNOWN TABLE OR ACTION" TO TXN-REASON
              END-EVALUATE
           END-IF
           IF TXN-ACCEPTED
              PERFORM APPLY-TXN
              ADD 1 TO COUNT-APPLIED
           ELSE
              ADD 1 TO COUNT-REJECTED
           END-IF.
      *
      *
      *****************************************************************
      *        CORRXN add - the old code must not already be
      *        remapped, and the remap itself must pass the target
      *        checks below.
      *****************************************************************
       CHECK-CORR-ADD.
           MOVE 0 TO CORR-SKIP-SUB
           IF RTX-CL-OLD-CODE = SPACE OR RTX-CL-NEW-CODE = SPACE
              SET TXN-REJECTED TO TRUE
              MOVE "REMAP OLD OR NEW CODE MISSING" TO TXN-REASON
           END-IF
           IF TXN-ACCEPTED
              MOVE RTX-CL-OLD-CODE TO FIND-CODE
              PERFORM FIND-CORR-BY-OLD
              IF CORR-FOUND
                 SET TXN-REJECTED TO TRUE
                 MOVE "DUPLICATE CODE - ALREADY REMAPPED"
                   TO TXN-REASON
              END-IF
           END-IF
           IF TXN-ACCEPTED
              PERFORM CHECK-REMAP-TARGET
           END-IF.
      *
      *
      *****************************************************************
      *        CORRXN change - replaces the remap held under the old
      *        code; the row being replaced is left out of the chain
      *        checks, since its old target is going away.
      *****************************************************************
       CHECK-CORR-CHANGE.
           MOVE 0 TO CORR-SKIP-SUB
           MOVE RTX-CL-OLD-CODE TO FIND-CODE
           PERFORM FIND-CORR-BY-OLD
           IF CORR-NOT-FOUND
              SET TXN-REJECTED TO TRUE
              MOVE "CODE NOT ON CORRXN" TO TXN-REASON
           ELSE
              MOVE CORR-HIT-SUB TO CORR-SKIP-SUB
              IF RTX-CL-NEW-CODE = SPACE
                 SET TXN-REJECTED TO TRUE
                 MOVE "REMAP OLD OR NEW CODE MISSING" TO TXN-REASON
              END-IF
           END-IF
           IF TXN-ACCEPTED
              PERFORM CHECK-REMAP-TARGET
           END-IF
           MOVE CORR-SKIP-SUB TO CORR-HIT-SUB.
      *
      *
       CHECK-CORR-DELETE.
           MOVE 0 TO CORR-SKIP-SUB
           MOVE RTX-CL-OLD-CODE TO FIND-CODE
           PERFORM FIND-CORR-BY-OLD
           IF CORR-NOT-FOUND
              SET TXN-REJECTED TO TRUE
              MOVE "CODE NOT ON CORRXN" TO TXN-REASON
           END-IF.
      *
      *
      *****************************************************************
      *        A remap must end where it lands: the target may not
      *        itself be remapped (a chain, or a cycle if the trace
      *        comes back round to the old code), the old code may
      *        not be some other remap's target, and the target must
      *        be a country CNTRYREF knows.
      *****************************************************************
       CHECK-REMAP-TARGET.
           IF RTX-CL-NEW-CODE = RTX-CL-OLD-CODE
              SET TXN-REJECTED TO TRUE
              MOVE "REMAP CYCLE - CODE REMAPPED TO ITSELF"
                TO TXN-REASON
           END-IF
           IF TXN-ACCEPTED
              MOVE RTX-CL-OLD-CODE TO TRACE-ORIGIN-CODE
              MOVE RTX-CL-NEW-CODE TO TRACE-CODE
              PERFORM TRACE-REMAP-CHAIN
              IF TRACE-CYCLE
                 SET TXN-REJECTED TO TRUE
                 MOVE "REMAP CYCLE - TARGET REMAPS BACK TO CODE"
                   TO TXN-REASON
              END-IF
              IF TRACE-CHAIN
                 SET TXN-REJECTED TO TRUE
                 MOVE "REMAP CHAIN - TARGET IS ITSELF REMAPPED"
                   TO TXN-REASON
              END-IF
           END-IF
           IF TXN-ACCEPTED
              MOVE RTX-CL-OLD-CODE TO FIND-CODE
              PERFORM FIND-CORR-BY-NEW
              IF CORR-FOUND
                 SET TXN-REJECTED TO TRUE
                 MOVE "REMAP CHAIN - CODE IS A REMAP TARGET"
                   TO TXN-REASON
              END-IF
           END-IF
           IF TXN-ACCEPTED
              MOVE 0 TO REF-SKIP-SUB
              MOVE RTX-CL-NEW-CODE TO FIND-CODE
              PERFORM FIND-REF-BY-CODE
              IF REF-NOT-FOUND
                 SET TXN-REJECTED TO TRUE
                 MOVE "REMAP TARGET NOT ON CNTRYREF" TO TXN-REASON
              END-IF
           END-IF.
      *
      *
       CHECK-REF-ADD.
           MOVE 0 TO REF-SKIP-SUB
           IF RTX-PRL-COUNTRY-CODE = SPACE
              SET TXN-REJECTED TO TRUE
              MOVE "COUNTRY CODE MISSING" TO TXN-REASON
           END-IF
           IF TXN-ACCEPTED
              MOVE RTX-PRL-COUNTRY-CODE TO FIND-CODE
              PERFORM FIND-REF-BY-CODE
              IF REF-FOUND
                 SET TXN-REJECTED TO TRUE
                 MOVE "DUPLICATE CODE - ALREADY ON CNTRYREF"
                   TO TXN-REASON
              END-IF
           END-IF
           IF TXN-ACCEPTED
              PERFORM CHECK-REF-POPULATION
           END-IF.
      *
      *
       CHECK-REF-CHANGE.
           MOVE 0 TO REF-SKIP-SUB
           MOVE RTX-PRL-COUNTRY-CODE TO FIND-CODE
           PERFORM FIND-REF-BY-CODE
           IF REF-NOT-FOUND
              SET TXN-REJECTED TO TRUE
              MOVE "CODE NOT ON CNTRYREF" TO TXN-REASON
           ELSE
              PERFORM CHECK-REF-POPULATION
           END-IF.
      *
      *
      *****************************************************************
      *        A country still named as a remap target stays - the
      *        remap has to be changed or deleted first.
      *****************************************************************
       CHECK-REF-DELETE.
           MOVE 0 TO REF-SKIP-SUB
           MOVE RTX-PRL-COUNTRY-CODE TO FIND-CODE
           PERFORM FIND-REF-BY-CODE
           IF REF-NOT-FOUND
              SET TXN-REJECTED TO TRUE
              MOVE "CODE NOT ON CNTRYREF" TO TXN-REASON
           ELSE
              MOVE 0 TO CORR-SKIP-SUB
              PERFORM FIND-CORR-BY-NEW
              IF CORR-FOUND
                 SET TXN-REJECTED TO TRUE
                 MOVE "COUNTRY IS A CORRXN REMAP TARGET"
                   TO TXN-REASON
              END-IF
           END-IF.
      *
      *
       CHECK-REF-POPULATION.
           IF RTX-PRL-POPULATION IS NOT NUMERIC
              SET TXN-REJECTED TO TRUE
              MOVE "POPULATION NOT NUMERIC" TO TXN-REASON
           ELSE
              IF RTX-PRL-POPULATION = 0
                 SET TXN-REJECTED TO TRUE
                 MOVE "POPULATION IS ZERO" TO TXN-REASON
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        Apply an accepted transaction to the table and build
      *        its audit row from the row's image before and after.
      *****************************************************************
       APPLY-TXN.
           MOVE SPACE          TO AUDIT-WORK
           MOVE RUN-DATE-NUM   TO AW-CHANGE-DATE
           MOVE RTW-HHMMSS     TO AW-CHANGE-TIME
           MOVE RTX-USER-ID    TO AW-USER-ID
           MOVE RTX-TABLE      TO AW-TABLE
           MOVE TXN-ACTION-TEXT TO AW-ACTION
           MOVE COUNT-TXN-READ TO AW-TXN-SEQ
           EVALUATE TRUE
              WHEN RTX-FOR-CORRXN AND RTX-ADD
                 PERFORM ADD-CORRECTION-SLOT
                 MOVE RTX-CORR-DATA TO CORR-IMAGE (CORR-COUNT)
                 MOVE CORR-IMAGE (CORR-COUNT) TO AW-AFTER-IMAGE
              WHEN RTX-FOR-CORRXN AND RTX-CHANGE
                 MOVE CORR-IMAGE (CORR-HIT-SUB) TO AW-BEFORE-IMAGE
                 MOVE RTX-CORR-DATA TO CORR-IMAGE (CORR-HIT-SUB)
                 MOVE CORR-IMAGE (CORR-HIT-SUB) TO AW-AFTER-IMAGE
              WHEN RTX-FOR-CORRXN AND RTX-DELETE
                 MOVE CORR-IMAGE (CORR-HIT-SUB) TO AW-BEFORE-IMAGE
                 SET CORR-DELETED (CORR-HIT-SUB) TO TRUE
              WHEN RTX-FOR-CNTRYREF AND RTX-ADD
                 PERFORM ADD-POPULATION-SLOT
                 MOVE RTX-DATA (1:80) TO REF-IMAGE (REF-COUNT)
                 MOVE REF-IMAGE (REF-COUNT) TO AW-AFTER-IMAGE
              WHEN RTX-FOR-CNTRYREF AND RTX-CHANGE
                 MOVE REF-IMAGE (REF-HIT-SUB) TO AW-BEFORE-IMAGE
                 MOVE RTX-DATA (1:80) TO REF-IMAGE (REF-HIT-SUB)
                 MOVE REF-IMAGE (REF-HIT-SUB) TO AW-AFTER-IMAGE
              WHEN RTX-FOR-CNTRYREF AND RTX-DELETE
                 MOVE REF-IMAGE (REF-HIT-SUB) TO AW-BEFORE-IMAGE
                 SET REF-DELETED (REF-HIT-SUB) TO TRUE
           END-EVALUATE
           IF AUD-COUNT >= AUD-MAX-ENTRIES
              DISPLAY "AUDIT-HOLD-TABLE CAPACITY EXCEEDED - "
                 "RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO AUD-COUNT
           MOVE AUDIT-WORK TO AUDIT-HOLD-ENTRY (AUD-COUNT).
      *
      *
       WRITE-TXN-LINE.
           MOVE SPACE TO TXN-DETAIL
           IF RTX-FOR-CNTRYREF
              MOVE RTX-PRL-COUNTRY-CODE TO TXN-CODE
              IF NOT RTX-DELETE
                 IF RTX-PRL-POPULATION IS NUMERIC
                    MOVE RTX-PRL-POPULATION TO TXN-POP-EDIT
                    STRING "POP " TXN-POP-EDIT
                       DELIMITED BY SIZE INTO TXN-DETAIL
                    END-STRING
                 ELSE
                    MOVE "POP NOT NUMERIC" TO TXN-DETAIL
                 END-IF
              END-IF
           ELSE
              MOVE RTX-CL-OLD-CODE TO TXN-CODE
              IF RTX-FOR-CORRXN AND NOT RTX-DELETE
                 STRING "REMAP TO " RTX-CL-NEW-CODE
                    DELIMITED BY SIZE INTO TXN-DETAIL
                 END-STRING
              END-IF
           END-IF
           MOVE COUNT-TXN-READ  TO TP-SEQ
           MOVE RTX-USER-ID     TO TP-USER
           MOVE RTX-TABLE       TO TP-TABLE
           MOVE TXN-ACTION-TEXT TO TP-ACTION
           MOVE TXN-CODE        TO TP-CODE
           MOVE TXN-DETAIL      TO TP-DETAIL
           IF TXN-ACCEPTED
              MOVE "APPLIED"    TO TP-RESULT
           ELSE
              MOVE "REJECTED"   TO TP-RESULT
           END-IF
           MOVE TXN-REASON      TO TP-REASON
           MOVE TXN-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        Table searches - live rows only, and never the row at
      *        the skip subscript (zero skips nothing).  The hit
      *        subscript is left on the first match.
      *****************************************************************
       FIND-CORR-BY-OLD.
           SET CORR-NOT-FOUND TO TRUE
           PERFORM SEARCH-CORR-OLD
              VARYING CORR-SUB FROM 1 BY 1
                 UNTIL CORR-SUB > CORR-COUNT OR CORR-FOUND
           IF CORR-FOUND
              COMPUTE CORR-HIT-SUB = CORR-SUB - 1
           END-IF.
      *
      *
       SEARCH-CORR-OLD.
           IF CORR-SUB <= CORR-COUNT AND CORR-SUB NOT = CORR-SKIP-SUB
              IF CORR-LIVE (CORR-SUB) AND
                 CORR-OLD-CODE (CORR-SUB) = FIND-CODE
                 SET CORR-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
       FIND-CORR-BY-NEW.
           SET CORR-NOT-FOUND TO TRUE
           PERFORM SEARCH-CORR-NEW
              VARYING CORR-SUB FROM 1 BY 1
                 UNTIL CORR-SUB > CORR-COUNT OR CORR-FOUND
           IF CORR-FOUND
              COMPUTE CORR-HIT-SUB = CORR-SUB - 1
           END-IF.
      *
      *
       SEARCH-CORR-NEW.
           IF CORR-SUB <= CORR-COUNT AND CORR-SUB NOT = CORR-SKIP-SUB
              IF CORR-LIVE (CORR-SUB) AND
                 CORR-NEW-CODE (CORR-SUB) = FIND-CODE
                 SET CORR-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
       FIND-REF-BY-CODE.
           SET REF-NOT-FOUND TO TRUE
           PERFORM SEARCH-REF-CODE
              VARYING REF-SUB FROM 1 BY 1
                 UNTIL REF-SUB > REF-COUNT OR REF-FOUND
           IF REF-FOUND
              COMPUTE REF-HIT-SUB = REF-SUB - 1
           END-IF.
      *
      *
       SEARCH-REF-CODE.
           IF REF-SUB <= REF-COUNT AND REF-SUB NOT = REF-SKIP-SUB
              IF REF-LIVE (REF-SUB) AND
                 REF-COUNTRY-CODE (REF-SUB) = FIND-CODE
                 SET REF-FOUND TO TRUE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        Follow the remap from TRACE-CODE (the target) while
      *        the code reached is itself an old code on the table.
      *        CORR-SKIP-SUB leaves out the row being checked or
      *        replaced.
      *****************************************************************
       TRACE-REMAP-CHAIN.
           SET TRACE-CLEAR TO TRUE
           SET TRACE-GOING TO TRUE
           MOVE 0 TO TRACE-STEPS
           PERFORM TRACE-ONE-LINK UNTIL TRACE-ENDED.
      *
      *
       TRACE-ONE-LINK.
           MOVE TRACE-CODE TO FIND-CODE
           PERFORM FIND-CORR-BY-OLD
           IF CORR-NOT-FOUND
              SET TRACE-ENDED TO TRUE
           ELSE
              SET TRACE-CHAIN TO TRUE
              MOVE CORR-NEW-CODE (CORR-HIT-SUB) TO TRACE-CODE
              ADD 1 TO TRACE-STEPS
              IF TRACE-CODE = TRACE-ORIGIN-CODE
                 SET TRACE-CYCLE TO TRUE
                 SET TRACE-ENDED TO TRUE
              ELSE
                 IF TRACE-STEPS > CORR-COUNT
                    SET TRACE-ENDED TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *        Whole-table check of both tables as they would be
      *        published - every rule the transactions are held to,
      *        applied to every live row, so faults already in the
      *        hand-edited tables are caught too.  Any finding stops
      *        the tables being published.
      *****************************************************************
       CHECK-RESULTING-TABLES.
           MOVE DECO-LINE TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
           MOVE "PUBLISHED TABLE CHECK" TO BANNER-TEXT
           MOVE BANNER-LINE TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
           MOVE FINDING-HEADING TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
           PERFORM CHECK-CORRECTION-ROW
              VARYING CORR-CHK-SUB FROM 1 BY 1
                 UNTIL CORR-CHK-SUB > CORR-COUNT
           PERFORM CHECK-POPULATION-ROW
              VARYING REF-CHK-SUB FROM 1 BY 1
                 UNTIL REF-CHK-SUB > REF-COUNT
           IF COUNT-FINDINGS = 0
              MOVE "NO FINDINGS - TABLES FIT TO PUBLISH"
                TO BANNER-TEXT
              MOVE BANNER-LINE TO REF-RPT-LINE
              WRITE REF-RPT-LINE END-WRITE
           END-IF.
      *
      *
       CHECK-CORRECTION-ROW.
           IF CORR-LIVE (CORR-CHK-SUB)
              MOVE "CORRXN" TO FINDING-TABLE
              MOVE CORR-OLD-CODE (CORR-CHK-SUB) TO FINDING-CODE
              MOVE SPACE TO FINDING-DETAIL
              STRING "REMAP TO " CORR-NEW-CODE (CORR-CHK-SUB)
                 DELIMITED BY SIZE INTO FINDING-DETAIL
              END-STRING
              MOVE CORR-CHK-SUB TO CORR-SKIP-SUB
              IF CORR-OLD-CODE (CORR-CHK-SUB) = SPACE OR
                 CORR-NEW-CODE (CORR-CHK-SUB) = SPACE
                 MOVE "REMAP OLD OR NEW CODE MISSING"
                   TO FINDING-TEXT
                 PERFORM WRITE-TABLE-FINDING
              END-IF
              MOVE CORR-OLD-CODE (CORR-CHK-SUB) TO FIND-CODE
              PERFORM FIND-CORR-BY-OLD
              IF CORR-FOUND
                 MOVE "DUPLICATE CODE - REMAPPED MORE THAN ONCE"
                   TO FINDING-TEXT
                 PERFORM WRITE-TABLE-FINDING
              END-IF
              IF CORR-NEW-CODE (CORR-CHK-SUB) =
                 CORR-OLD-CODE (CORR-CHK-SUB)
                 MOVE "REMAP CYCLE - CODE REMAPPED TO ITSELF"
                   TO FINDING-TEXT
                 PERFORM WRITE-TABLE-FINDING
              ELSE
                 MOVE CORR-OLD-CODE (CORR-CHK-SUB)
                   TO TRACE-ORIGIN-CODE
                 MOVE CORR-NEW-CODE (CORR-CHK-SUB) TO TRACE-CODE
                 PERFORM TRACE-REMAP-CHAIN
                 IF TRACE-CYCLE
                    MOVE "REMAP CYCLE - TARGET REMAPS BACK TO CODE"
                      TO FINDING-TEXT
                    PERFORM WRITE-TABLE-FINDING
                 END-IF
                 IF TRACE-CHAIN
                    MOVE "REMAP CHAIN - TARGET IS ITSELF REMAPPED"
                      TO FINDING-TEXT
                    PERFORM WRITE-TABLE-FINDING
                 END-IF
              END-IF
              MOVE 0 TO REF-SKIP-SUB
              MOVE CORR-NEW-CODE (CORR-CHK-SUB) TO FIND-CODE
              PERFORM FIND-REF-BY-CODE
              IF REF-NOT-FOUND
                 MOVE "REMAP TARGET NOT ON CNTRYREF" TO FINDING-TEXT
                 PERFORM WRITE-TABLE-FINDING
              END-IF
           END-IF.
      *
      *
       CHECK-POPULATION-ROW.
           IF REF-LIVE (REF-CHK-SUB)
              MOVE "CNTRYREF" TO FINDING-TABLE
              MOVE REF-COUNTRY-CODE (REF-CHK-SUB) TO FINDING-CODE
              MOVE SPACE TO FINDING-DETAIL
              MOVE REF-CHK-SUB TO REF-SKIP-SUB
              IF REF-COUNTRY-CODE (REF-CHK-SUB) = SPACE
                 MOVE "COUNTRY CODE MISSING" TO FINDING-TEXT
                 PERFORM WRITE-TABLE-FINDING
              END-IF
              MOVE REF-COUNTRY-CODE (REF-CHK-SUB) TO FIND-CODE
              PERFORM FIND-REF-BY-CODE
              IF REF-FOUND
                 MOVE "DUPLICATE CODE - ON CNTRYREF TWICE"
                   TO FINDING-TEXT
                 PERFORM WRITE-TABLE-FINDING
              END-IF
              IF REF-POPULATION (REF-CHK-SUB) IS NOT NUMERIC
                 MOVE "POPULATION NOT NUMERIC" TO FINDING-TEXT
                 PERFORM WRITE-TABLE-FINDING
              ELSE
                 IF REF-POPULATION (REF-CHK-SUB) = 0
                    MOVE "POPULATION IS ZERO" TO FINDING-TEXT
                    PERFORM WRITE-TABLE-FINDING
                 END-IF
              END-IF
           END-IF.
      *
      *
       WRITE-TABLE-FINDING.
           ADD 1 TO COUNT-FINDINGS
           MOVE FINDING-TABLE  TO FP-TABLE
           MOVE FINDING-CODE   TO FP-CODE
           MOVE FINDING-DETAIL TO FP-DETAIL
           MOVE FINDING-TEXT   TO FP-FINDING
           MOVE FINDING-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        Publish the live rows of both tables, in the order
      *        they are held - the current rows in their file order,
      *        then the day's additions.
      *****************************************************************
       PUBLISH-TABLES.
           OPEN OUTPUT NEW-CORRECTION-FILE
           IF NEW-CORRECTION-STATUS NOT = "00"
              DISPLAY "CORRXNO FILE OPEN FAILED, STATUS "
                 NEW-CORRECTION-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT NEW-POP-REF-FILE
           IF NEW-POP-REF-STATUS NOT = "00"
              DISPLAY "CNTRYRFO FILE OPEN FAILED, STATUS "
                 NEW-POP-REF-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM PUBLISH-CORRECTION-ROW
              VARYING CORR-SUB FROM 1 BY 1 UNTIL CORR-SUB > CORR-COUNT
           PERFORM PUBLISH-POPULATION-ROW
              VARYING REF-SUB FROM 1 BY 1 UNTIL REF-SUB > REF-COUNT
           CLOSE NEW-CORRECTION-FILE
           CLOSE NEW-POP-REF-FILE.
      *
      *
       PUBLISH-CORRECTION-ROW.
           IF CORR-LIVE (CORR-SUB)
              MOVE CORR-IMAGE (CORR-SUB) TO NEW-CORRECTION-LINE
              WRITE NEW-CORRECTION-LINE
              END-WRITE
              ADD 1 TO COUNT-CORR-PUBLISHED
           END-IF.
      *
      *
       PUBLISH-POPULATION-ROW.
           IF REF-LIVE (REF-SUB)
              MOVE REF-IMAGE (REF-SUB) TO NEW-POP-REF-LINE
              WRITE NEW-POP-REF-LINE
              END-WRITE
              ADD 1 TO COUNT-REF-PUBLISHED
           END-IF.
      *
      *
      *****************************************************************
      *        The audit log accumulates across runs - EXTEND, with
      *        the create-on-first-run bootstrap the suite's other
      *        accumulating files get.
      *****************************************************************
       WRITE-AUDIT-LOG.
           OPEN EXTEND REF-AUDIT-FILE
           IF REF-AUDIT-STATUS = "35"
              OPEN OUTPUT REF-AUDIT-FILE
           END-IF
           IF REF-AUDIT-STATUS NOT = "00"
              DISPLAY "REFAUD AUDIT LOG OPEN FAILED, STATUS "
                 REF-AUDIT-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM WRITE-AUDIT-ROW
              VARYING AUD-SUB FROM 1 BY 1 UNTIL AUD-SUB > AUD-COUNT
           CLOSE REF-AUDIT-FILE.
      *
      *
       WRITE-AUDIT-ROW.
           MOVE AUDIT-HOLD-ENTRY (AUD-SUB) TO REF-AUDIT-RECORD
           WRITE REF-AUDIT-RECORD
           END-WRITE
           ADD 1 TO COUNT-AUDITED.
      *
      *
       WRITE-RUN-SUMMARY.
           MOVE DECO-LINE TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
           MOVE SPACE TO REF-RPT-LINE
           MOVE "REFMNT CONTROL TOTALS" TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM CORRXN"       TO SP-LABEL
           MOVE COUNT-CORR-READ              TO SP-VALUE
           MOVE SUMMARY-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM CNTRYREF"     TO SP-LABEL
           MOVE COUNT-REF-READ               TO SP-VALUE
           MOVE SUMMARY-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           MOVE "TRANSACTIONS READ"           TO SP-LABEL
           MOVE COUNT-TXN-READ               TO SP-VALUE
           MOVE SUMMARY-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           MOVE "TRANSACTIONS APPLIED"        TO SP-LABEL
           MOVE COUNT-APPLIED                TO SP-VALUE
           MOVE SUMMARY-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           MOVE "TRANSACTIONS REJECTED"       TO SP-LABEL
           MOVE COUNT-REJECTED               TO SP-VALUE
           MOVE SUMMARY-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           MOVE "TABLE CHECK FINDINGS"        TO SP-LABEL
           MOVE COUNT-FINDINGS               TO SP-VALUE
           MOVE SUMMARY-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           MOVE "ROWS PUBLISHED TO CORRXNO"   TO SP-LABEL
           MOVE COUNT-CORR-PUBLISHED         TO SP-VALUE
           MOVE SUMMARY-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           MOVE "ROWS PUBLISHED TO CNTRYRFO"  TO SP-LABEL
           MOVE COUNT-REF-PUBLISHED          TO SP-VALUE
           MOVE SUMMARY-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           MOVE "CHANGES LOGGED TO REFAUD"    TO SP-LABEL
           MOVE COUNT-AUDITED                TO SP-VALUE
           MOVE SUMMARY-PRINT TO REF-RPT-LINE
           WRITE REF-RPT-LINE END-WRITE
      *
           IF COUNT-FINDINGS > 0
              MOVE SPACE TO REF-RPT-LINE
              MOVE "TABLES NOT PUBLISHED - TABLE CHECK FAILED"
                TO REF-RPT-LINE
              WRITE REF-RPT-LINE END-WRITE
           END-IF.
