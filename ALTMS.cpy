      *****************************************************************
      *        Second-provider country/date history master - one row
      *        per country per snapshot date from the alternate
      *        provider's ALTTXT case feed, keyed and laid out exactly
      *        as the CNTRYMS master is, so the two can be matched key
      *        for key.  Maintained as a permanent keyed file by
      *        ALTLD, which applies each ALTTXT delivery as a delta;
      *        read back by CNTRYREC, which reconciles it against
      *        CNTRYMS and carries the preferred source's figures
      *        onto the master.  The provenance stamp is laid out
      *        as CNTRYMS's and is set by ALTLD (source feed A) so
      *        that CNTRYREC can carry it onto the master with the
      *        figures.
      *****************************************************************
       01  ALT-MASTER-RECORD.
           05 ALT-KEY.
              10 ALT-COUNTRY-CODE  PIC X(03).
              10 ALT-TIMESPAN-YMD  PIC X(10).
           05 ALT-COUNTRY-NAME     PIC X(50).
           05 ALT-SLUG             PIC X(50).
           05 ALT-TIMESPAN         PIC X(22).
           05 ALT-NEW-CASES        PIC S9(06).
           05 ALT-TOT-CASES        PIC S9(06).
           05 ALT-NEW-DEATHS       PIC S9(06).
           05 ALT-TOT-DEATHS       PIC S9(06).
           05 ALT-NEW-RECOV        PIC S9(06).
           05 ALT-TOT-RECOV        PIC S9(06).
           05 ALT-PROVENANCE.
              10 ALT-SOURCE-FEED   PIC X(01).
              10 ALT-SOURCE-GEN    PIC X(01).
              10 ALT-LOAD-DATE     PIC 9(08) COMP-4.
              10 ALT-CORRECTED-SW  PIC X(01).
                 88 ALT-CORRECTED       VALUE 'Y'.
              10 ALT-REPAIRED-SW   PIC X(01).
              10 ALT-RESTORED-SW   PIC X(01).
