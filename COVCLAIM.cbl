      *                            correlation, so a stale or
      *                            truncated upstream run is refused
      *                            instead of silently reported.
      * 15/10/2026 DAVID QUINTERO  Can take its weekly claims from the
      *                            CLMMS claims history master (see
      *                            CLMMS.cpy) instead of the raw
      *                            CLAIMS feed - a RUNPARM card of
      *                            CLAIMSRC=MASTER reads the national
      *                            initial-claims weeks CLMLD has
      *                            applied, revisions folded in, so
      *                            the correlation matches UNEMPCLM
      *                            run from the same master.
      * 15/10/2026 DAVID QUINTERO  RUNPARM MINCELL= card (UNEMPCLM's
      *                            small-cell minimum) is passed over
      *                            without comment, the way MODE= is.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT OUTFILE     ASSIGN  TO CORRRPT.
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
       01  INTF-EOF-SW   PIC X VALUE 'N'.
           88 CLAIM-EOF        VALUE 'Y'.
      *
      *****************************************************************
      *        Claims source - the raw CLAIMS feed by default, or the
      *        CLMMS history master when a CLAIMSRC=MASTER card is
      *        supplied.
      *****************************************************************
       01  CLAIM-SOURCE-SW  PIC X VALUE 'F'.
           88 FEED-SOURCE        VALUE 'F'.
           88 MASTER-SOURCE      VALUE 'M'.
       01  CLAIM-MASTER-STATUS PIC XX VALUE SPACE.
      *
      *****************************************************************
      *        Run-handshake state - the control header's counts, the
      *        detail records actually read, and the trailer's count,
      *        all of which must agree before the correlation is
           05 PEP-FROM      PIC X(12).
           05 FILLER        PIC X(04) VALUE " TO=".
           05 PEP-TO        PIC X(10).
           05 FILLER        PIC X(10) VALUE "  SOURCE=".
           05 PEP-SOURCE    PIC X(06).
      *
      *****************************************************************
      *                         Report elements
           PERFORM VERIFY-INTERFACE-HEADER
           PERFORM READ-INTF-FILE UNTIL INTF-EOF
           PERFORM VERIFY-INTERFACE-COUNTS
           IF MASTER-SOURCE
              PERFORM READ-CLAIM-MASTER UNTIL CLAIM-EOF
           ELSE
              READ CLAIM-FILE
              END-READ
              PERFORM READ-CLAIM-FILE UNTIL CLAIM-EOF
           END-IF
      *****************************************************************
      *            Fold any claims-only date into COVID-DATE-TABLE so
      *            the printed body is driven off the union of both
      *
       OPEN-FILES.
           OPEN INPUT INTF-FILE
           IF MASTER-SOURCE
              OPEN INPUT CLAIM-MASTER-FILE
              IF CLAIM-MASTER-STATUS NOT = "00"
                 DISPLAY "CLMMS MASTER OPEN FAILED, STATUS "
                    CLAIM-MASTER-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              OPEN INPUT CLAIM-FILE
           END-IF
           OPEN OUTPUT OUTFILE.
      *
      *
      *
       CLOSE-FILES.
           CLOSE INTF-FILE
           IF MASTER-SOURCE
              CLOSE CLAIM-MASTER-FILE
           ELSE
              CLOSE CLAIM-FILE
           END-IF
           CLOSE OUTFILE.
      *
      *
                  PERFORM PROCESS-CLAIM-ROW THRU ACCUM-CLAIM-DATE
           END-READ.
      *
      *
      *****************************************************************
      *        One week from the CLMMS history master - only the
      *        national initial-claims weeks (no state code, claim
      *        type I) are the series the CLAIMS feed carries, so
      *        only those are correlated; the claim image goes back
      *        into the Unemployment-Claim named fields and takes the
      *        same ACCUM-CLAIM-DATE path a feed row does.
      *****************************************************************
       READ-CLAIM-MASTER.
           READ CLAIM-MASTER-FILE
                AT END
                  SET CLAIM-EOF TO TRUE
                NOT AT END
                  IF CMS-STATE-CODE = SPACE AND CMS-INITIAL-CLAIM
                     MOVE CMS-CLAIM-IMAGE TO Unemployment-Claim
                     PERFORM ACCUM-CLAIM-DATE
                  END-IF
           END-READ.
      *
      *
       PROCESS-CLAIM-ROW.
           UNSTRING CLM-LINE
                 MOVE PARM-VALUE (1:10) TO WINDOW-TO-DATE
              WHEN "RUNDATE"
                 MOVE PARM-VALUE (1:10) TO EXPECTED-RUN-DATE
              WHEN "CLAIMSRC"
                 IF PARM-VALUE = "MASTER"
                    SET MASTER-SOURCE TO TRUE
                 ELSE
                    SET FEED-SOURCE TO TRUE
                 END-IF
              WHEN "MODE"
              WHEN "MINCELL"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "RUNPARM CARD IGNORED: " PARM-CARD
           ELSE
              MOVE WINDOW-TO-DATE    TO PEP-TO
           END-IF
           IF MASTER-SOURCE
              MOVE "MASTER"          TO PEP-SOURCE
           ELSE
              MOVE "FEEDS"           TO PEP-SOURCE
           END-IF
           MOVE PARM-ECHO-PRINT TO OUT-LINE
           WRITE OUT-LINE
           END-WRITE.
