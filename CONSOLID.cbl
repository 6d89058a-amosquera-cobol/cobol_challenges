      *                            resolved is printed on DUPRPT so a
      *                            double-count no longer takes a day
      *                            of manual diffing to explain.
      * 15/10/2026 DAVID QUINTERO  Each kept row now carries a trailing
      *                            GENn column after the timestamp
      *                            naming the generation it was taken
      *                            from, so CNTRYLD can stamp it onto
      *                            the master row as provenance.  Rows
      *                            with no room left for the tag, and
      *                            unkeyable rows, pass through as
      *                            supplied.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  CSV-LINE         PIC X(160).
      *
      *****************************************************************
      *        Generation tag placement - the last non-blank position
      *        of the kept row, found by a backward scan.
      *****************************************************************
       01  LINE-END         PIC 9(03) COMP-4 VALUE 0.
       01  TAG-PTR          PIC 9(03) COMP-4 VALUE 0.
       01  TRIM-DONE-SW     PIC X VALUE 'N'.
           88 TRIM-DONE          VALUE 'Y'.
           88 TRIM-NOT-DONE      VALUE 'N'.
      *
      *****************************************************************
      *        Incoming extract row, unstrung the same way COVID does
      *        it - only the code and snapshot date are kept as the
      *        dedup key, but the whole row has to be received so the
                    MOVE CSR-GEN          TO KEPT-GEN
                    MOVE CSR-SEQ          TO KEPT-SEQ
                    MOVE CSR-LINE         TO CLEAN-LINE
                    PERFORM TAG-KEPT-GENERATION
                    WRITE CLEAN-LINE END-WRITE
                    ADD 1 TO COUNT-WRITTEN
                 ELSE
                 END-IF
           END-RETURN.
      *
      *
      *****************************************************************
      *        Append ,GENn after the last non-blank character of the
      *        kept row - the provenance tag CNTRYLD reads back.
      *****************************************************************
       TAG-KEPT-GENERATION.
           SET TRIM-NOT-DONE TO TRUE
           PERFORM FIND-LINE-END
              VARYING LINE-END FROM 160 BY -1
                 UNTIL LINE-END = 0 OR TRIM-DONE
           IF TRIM-DONE
              ADD 1 TO LINE-END
           END-IF
           IF LINE-END > 0 AND LINE-END < 156
              COMPUTE TAG-PTR = LINE-END + 1
              STRING ",GEN"  DELIMITED BY SIZE
                     CSR-GEN DELIMITED BY SIZE
                     INTO CLEAN-LINE
                     WITH POINTER TAG-PTR
              END-STRING
           END-IF.
      *
      *
       FIND-LINE-END.
           IF CLEAN-LINE (LINE-END:1) NOT = SPACE
              SET TRIM-DONE TO TRUE
           END-IF.
      *
      *
       WRITE-DUPLICATE-LINE.
           MOVE CSR-COUNTRY-CODE TO DP-COUNTRY-CODE
