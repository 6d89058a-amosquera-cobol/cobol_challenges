      *        extract as a delta; read back by COVID when it runs in
      *        incremental mode instead of reprocessing the full
      *        multi-year extract.
      *
      *        Every row carries a provenance stamp - how the version
      *        on the master got there, set by whichever program last
      *        wrote it: the feed it came in on (CONTXT through
      *        CNTRYLD, or ALTTXT through CNTRYREC), the CONSOLID
      *        generation it was taken from (0 when the feed was not
      *        consolidated), the date it was loaded, and whether a
      *        CORRXN remap was applied to it, whether it was a
      *        REJRECYC repair, and whether CNTRYMNT brought it back
      *        from ARCHIVE.  A row with a blank source feed was
      *        loaded before rows were stamped.
      *****************************************************************
       01  MASTER-RECORD.
           05 MST-KEY.
           05 MST-TOT-DEATHS       PIC S9(06).
           05 MST-NEW-RECOV        PIC S9(06).
           05 MST-TOT-RECOV        PIC S9(06).
           05 MST-PROVENANCE.
              10 MST-SOURCE-FEED   PIC X(01).
                 88 MST-FROM-CONTXT     VALUE 'C'.
                 88 MST-FROM-ALTTXT     VALUE 'A'.
                 88 MST-FROM-ARCHIVE    VALUE 'H'.
                 88 MST-NOT-STAMPED     VALUE SPACE.
              10 MST-SOURCE-GEN    PIC X(01).
              10 MST-LOAD-DATE     PIC 9(08) COMP-4.
              10 MST-CORRECTED-SW  PIC X(01).
                 88 MST-CORRECTED       VALUE 'Y'.
              10 MST-REPAIRED-SW   PIC X(01).
                 88 MST-REPAIRED        VALUE 'Y'.
              10 MST-RESTORED-SW   PIC X(01).
                 88 MST-RESTORED        VALUE 'Y'.
