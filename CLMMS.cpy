      *****************************************************************
      *        Unemployment claims history master - one row per
      *        claim week per state per claim type, keyed on the
      *        claim record date recast as YYYY-MM-DD, the two-
      *        character state code (spaces for a national row) and
      *        the claim type ('I' initial, 'C' continued).  Carries
      *        the whole Unemployment-Claim extract record (see
      *        UNEMC.cpy) as an image, so a reader MOVEs it straight
      *        back into the copybook's own named fields and the five
      *        demographic sections can never drift from the feed
      *        layout.  Maintained as a permanent keyed file by
      *        CLMLD, which applies each CLAIMS, STCLAIMS and CCLAIMS
      *        delivery as a delta; read back by UNEMPCLM and
      *        COVCLAIM when RUNPARM carries CLAIMSRC=MASTER.
      *****************************************************************
       01  CLAIM-MASTER-RECORD.
           05 CMS-KEY.
              10 CMS-RECORD-DATE   PIC X(10).
              10 CMS-STATE-CODE    PIC X(02).
              10 CMS-CLAIM-TYPE    PIC X(01).
                 88 CMS-INITIAL-CLAIM    VALUE 'I'.
                 88 CMS-CONTINUED-CLAIM  VALUE 'C'.
           05 CMS-CLAIM-IMAGE      PIC X(283).
           05 FILLER               PIC X(04).
