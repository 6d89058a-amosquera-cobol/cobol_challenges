      *****************************************************************
      *        Country/ISO-week summary master record - one row per
      *        country per ISO week (Monday to Sunday), keyed on
      *        country code plus the week in YYYY-Www form, which
      *        sorts in date order.  Carries the week's NEW figures
      *        summed across its snapshot dates, the cumulative
      *        totals as at the last snapshot date in the week, and
      *        how many snapshot dates the week holds.
      *
      *        Maintained by CNTRYLD, which refreshes only the weeks
      *        the day's delta touched, and by CNTRYWKS, which
      *        refreshes the weeks a CNTRYBKO backout or a CNTRYREC
      *        run changed and can regenerate the whole file from
      *        CNTRYMS and tie the two out.  Read by COVFCST,
      *        REGNRPT, MSTSWEEP and COVID when they are run from
      *        the weekly figures instead of the full daily history.
      *****************************************************************
       01  WEEK-SUMMARY-RECORD.
           05 WKS-KEY.
              10 WKS-COUNTRY-CODE  PIC X(03).
              10 WKS-ISO-WEEK      PIC X(08).
           05 WKS-COUNTRY-NAME     PIC X(50).
           05 WKS-SLUG             PIC X(50).
           05 WKS-WEEK-START       PIC X(10).
           05 WKS-WEEK-END         PIC X(10).
           05 WKS-FIRST-DATE       PIC X(10).
           05 WKS-LAST-DATE        PIC X(10).
           05 WKS-LAST-TIMESPAN    PIC X(22).
           05 WKS-DAY-COUNT        PIC 9(02).
           05 WKS-NEW-CASES        PIC S9(07).
           05 WKS-NEW-DEATHS       PIC S9(07).
           05 WKS-NEW-RECOV        PIC S9(07).
           05 WKS-TOT-CASES        PIC S9(06).
           05 WKS-TOT-DEATHS       PIC S9(06).
           05 WKS-TOT-RECOV        PIC S9(06).
           05 WKS-REFRESH-DATE     PIC 9(08).
           05 FILLER               PIC X(18).
