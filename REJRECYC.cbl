      *                            exception listing.  Control totals
      *                            and the repairs applied print on
      *                            RECYRPT.
      * 15/10/2026 DAVID QUINTERO  Each recycled row now carries a
      *                            trailing REPAIRED column after the
      *                            timestamp, so CNTRYLD can stamp the
      *                            master row it lands on as a repair
      *                            and CNTRYINQ can show it as one.
      *                            Readers that stop at the timestamp
      *                            are unaffected.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
      *        Rebuild the repaired row in the CONTXT extract format
      *        the rest of the suite parses - quoted name, comma
      *        fields, quoted ISO timespan - followed by the REPAIRED
      *        provenance tag CNTRYLD stamps onto the master row.
      *****************************************************************
       WRITE-RECYCLED-ROW.
           SET TRIM-NOT-DONE TO TRUE
                  ',"'             DELIMITED BY SIZE
                  YMD OF TIMESPAN OF COUNTRY DELIMITED BY SIZE
                  'T00:00:00Z"'    DELIMITED BY SIZE
                  ',REPAIRED'      DELIMITED BY SIZE
                  INTO RECYCLE-LINE
           END-STRING
           WRITE RECYCLE-LINE
