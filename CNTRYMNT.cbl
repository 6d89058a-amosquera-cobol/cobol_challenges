      *                            auditor's rerun of an old period,
      *                            so the alternative is no longer a
      *                            multi-year CONTXT re-feed.
      * 15/10/2026 DAVID QUINTERO  A RESTORE now marks each row it
      *                            merges back as restored from
      *                            ARCHIVE, keeping the feed, load
      *                            date and flags it was purged with;
      *                            a row purged before rows were
      *                            stamped is stamped as an ARCHIVE
      *                            row loaded on the restore date.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88 MNT-PARM-EOF        VALUE 'Y'.
      *
      *****************************************************************
      *        Today's date - the load date stamped on a restored row
      *        that was purged before rows carried a provenance stamp.
      *****************************************************************
       01  RUN-DATE-WORK.
           05 RDW-YYYY      PIC 9(04).
           05 RDW-MM        PIC 9(02).
           05 RDW-DD        PIC 9(02).
       01  RUN-DATE-NUM REDEFINES RUN-DATE-WORK PIC 9(08).
      *
      *****************************************************************
      *        Run-control parameter card work area - PURGE is the
      *        default mode, matching the job this program exists to
      *        run every cycle; RESTORE is the occasional audit rerun.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
      *
           PERFORM RESTORE-ONE-ROW UNTIL ARCHIVE-EOF
      *
           END-READ
           IF MASTER-STATUS = "00"
              MOVE ARCH-RECORD TO MASTER-RECORD
              PERFORM STAMP-RESTORED-ROW
              REWRITE MASTER-RECORD
              END-REWRITE
              IF MASTER-STATUS NOT = "00"
              ADD 1 TO COUNT-REPLACED
           ELSE
              MOVE ARCH-RECORD TO MASTER-RECORD
              PERFORM STAMP-RESTORED-ROW
              WRITE MASTER-RECORD
              END-WRITE
              IF MASTER-STATUS NOT = "00"
           PERFORM FIND-OR-ADD-COUNTRY
           ADD 1 TO CCT-AFTER (CCT-SUB).
      *
      *
      *****************************************************************
      *        The archived stamp says where the row first came from
      *        and stays as it was; the restored flag records that
      *        this version came back from ARCHIVE.
      *****************************************************************
       STAMP-RESTORED-ROW.
           IF MST-NOT-STAMPED
              SET MST-FROM-ARCHIVE TO TRUE
              MOVE '0'          TO MST-SOURCE-GEN
              MOVE RUN-DATE-NUM TO MST-LOAD-DATE
              MOVE 'N'          TO MST-CORRECTED-SW
              MOVE 'N'          TO MST-REPAIRED-SW
           END-IF
           SET MST-RESTORED TO TRUE.
      *
      *
       FIND-OR-ADD-COUNTRY.
           SET CCT-NOT-FOUND TO TRUE
