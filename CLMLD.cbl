      *****************************************************************
      * Program name:    CLMLD
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/2026 DAVID QUINTERO  Created to maintain the permanent
      *                            unemployment claims history master
      *                            (CLMMS, see CLMMS.cpy) from each
      *                            CLAIMS, STCLAIMS and CCLAIMS
      *                            delivery - new week/state/type keys
      *                            are inserted, a resent week whose
      *                            figures changed replaces the
      *                            version on the master with its
      *                            before-image retained on CLMRV, and
      *                            an identical resend is left alone,
      *                            the same discipline CNTRYLD applies
      *                            to the case history.  Every revised
      *                            week is listed on the CLMLDRPT load
      *                            report with its claim volume before
      *                            and after, so the agency's constant
      *                            restatements stop passing unseen.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMLD.
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
           SELECT INFILE  ASSIGN  TO CLAIMS
               FILE STATUS IS CLAIM-STATUS.
           SELECT STATE-CLAIM-FILE ASSIGN TO STCLAIMS
               FILE STATUS IS STATE-CLAIM-STATUS.
           SELECT CONT-CLAIM-FILE ASSIGN TO CCLAIMS
               FILE STATUS IS CONT-CLAIM-STATUS.
           SELECT CLAIM-MASTER-FILE ASSIGN TO CLMMS
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CMS-KEY
               FILE STATUS  IS CLAIM-MASTER-STATUS.
           SELECT REVISION-FILE ASSIGN TO CLMRV
               FILE STATUS IS REVISION-STATUS.
           SELECT REJECT-FILE  ASSIGN  TO CLMREJ.
           SELECT LOAD-RPT-FILE ASSIGN TO CLMLDRPT.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *        National initial-claims feed - one CSV header line,
      *        then one Unemployment-Claim row per week (UNEMC.cpy).
      *****************************************************************
       FD  INFILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  CLAIM-LINE   PIC X(500).
      *****************************************************************
      *        State-keyed claims feed - same 500-byte row as CLAIMS
      *        with the state code between the record ID and the date.
      *****************************************************************
       FD  STATE-CLAIM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  STATE-CLAIM-LINE  PIC X(500).
      *****************************************************************
      *        Continued-claims feed - the national 500-byte row
      *        layout unchanged, distinguished from initial claims by
      *        arriving on its own feed the same way state claims are.
      *****************************************************************
       FD  CONT-CLAIM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  CONT-CLAIM-LINE  PIC X(500).
      *****************************************************************
      *        Permanent claims history master, keyed on week +
      *        state + claim type - see CLMMS.cpy.
      *****************************************************************
       FD  CLAIM-MASTER-FILE
           RECORD CONTAINS 300 CHARACTERS.
       COPY CLMMS.
      *****************************************************************
      *        Revision file of superseded master rows - each
      *        revision appends the 300-byte before-image with the
      *        load date that replaced it, accumulating across runs
      *        the same way CNTRYRV does for the case history.
      *****************************************************************
       FD  REVISION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 310 CHARACTERS.
       01  REVISION-RECORD.
           05 RV-LOAD-DATE     PIC X(10).
           05 RV-MASTER-IMAGE  PIC X(300).
      *****************************************************************
      *        Rejected feed rows with the feed they came from and a
      *        reason, the same reasoned-reject idea VAXREJ carries.
      *****************************************************************
       FD  REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 560 CHARACTERS.
       01  REJECT-LINE  PIC X(560).
       FD  LOAD-RPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-RPT-LINE   PIC X(80).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01  FILE-STATUS  PIC X VALUE SPACE.
           88 EOF       VALUE 'Y'.
      *
       01  CLAIM-STATUS         PIC XX VALUE SPACE.
       01  STATE-CLAIM-STATUS   PIC XX VALUE SPACE.
       01  STATE-EOF-SW         PIC X VALUE 'N'.
           88 STATE-EOF              VALUE 'Y'.
       01  CONT-CLAIM-STATUS    PIC XX VALUE SPACE.
       01  CONT-EOF-SW          PIC X VALUE 'N'.
           88 CONT-EOF              VALUE 'Y'.
       01  CLAIM-MASTER-STATUS  PIC XX VALUE SPACE.
       01  REVISION-STATUS      PIC XX VALUE SPACE.
      *
      *****************************************************************
      *        Which feeds turned up this run - any of the three may
      *        be absent on a given day, and the load report says so
      *        rather than printing a silent zero.
      *****************************************************************
       01  CLAIM-FEED-SW        PIC X VALUE 'N'.
           88 CLAIM-FEED-SUPPLIED    VALUE 'Y'.
       01  STATE-FEED-SW        PIC X VALUE 'N'.
           88 STATE-FEED-SUPPLIED    VALUE 'Y'.
       01  CONT-FEED-SW         PIC X VALUE 'N'.
           88 CONT-FEED-SUPPLIED     VALUE 'Y'.
      *
      *****************************************************************
      *        Today's date in YYYY-MM-DD form - stamped on each
      *        revision record as the load date that replaced the
      *        retained version.
      *****************************************************************
       01  RUN-DATE-WORK.
           05 RDW-YYYY      PIC 9(04).
           05 RDW-MM        PIC 9(02).
           05 RDW-DD        PIC 9(02).
       01  RUN-DATE-YMD     PIC X(10) VALUE SPACE.
      *
      *****************************************************************
      *        Current claim record - each feed row is unstrung
      *        straight into the Unemployment-Claim extract's own
      *        named fields (UNEMC.cpy), the same way UNEMPCLM
      *        receives it, and the whole record becomes the master
      *        row's claim image.
      *****************************************************************
       COPY UNEMC.
      *
      *****************************************************************
      *        Feed row validation - the record date must be a real
      *        calendar week and every demographic count numeric (a
      *        truncated row leaves the trailing sections blank and
      *        fails here), and a state row must carry its state.
      *****************************************************************
       01  ROW-VALID-SW     PIC X VALUE 'Y'.
           88 ROW-IS-VALID       VALUE 'Y'.
           88 ROW-IS-INVALID     VALUE 'N'.
       01  REJECT-REASON    PIC X(30) VALUE SPACE.
       01  CURR-FEED-NAME   PIC X(08) VALUE SPACE.
       01  CURR-CLAIM-TYPE  PIC X(01) VALUE SPACE.
       01  CURR-FEED-LINE   PIC X(500) VALUE SPACE.
      *
       01  REJECT-PRINT.
           05 REJ-FEED-NAME PIC X(08).
           05 FILLER        PIC X(03) VALUE " | ".
           05 REJ-CSV-LINE  PIC X(500).
           05 FILLER        PIC X(03) VALUE " | ".
           05 REJ-REASON    PIC X(30).
           05 FILLER        PIC X(16) VALUE SPACE.
      *
      *****************************************************************
      *        Delta-apply control counts for the load report.
      *****************************************************************
       01  COUNT-READ-NATIONAL PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-READ-STATE    PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-READ-CONT     PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REJECTED      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-INSERTED      PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REVISED       PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-UNCHANGED     PIC 9(09) COMP-4 VALUE 0.
       01  COUNT-REVISIONED    PIC 9(09) COMP-4 VALUE 0.
      *
      *****************************************************************
      *        Claim volume of a revised week before and after the
      *        revision - Male + Female, the headcount UNEMPCLM and
      *        COVCLAIM count as the week's claims, so the change
      *        listed here is the change those reports will show.
      *****************************************************************
       01  OLD-VOLUME           PIC S9(09) COMP-4 VALUE 0.
       01  NEW-VOLUME           PIC S9(09) COMP-4 VALUE 0.
       01  VOLUME-CHANGE        PIC S9(09) COMP-4 VALUE 0.
       01  REVISION-BANNER-SW   PIC X VALUE 'N'.
           88 REVISION-BANNER-DONE   VALUE 'Y'.
      *
      *****************************************************************
      *        Master-image work area - the incoming row is built here
      *        first so an existing master record can be compared
      *        whole against it; only a week that actually changed is
      *        rewritten.
      *****************************************************************
       01  CLAIM-MASTER-WORK.
           05 CMW-KEY.
              10 CMW-RECORD-DATE   PIC X(10).
              10 CMW-STATE-CODE    PIC X(02).
              10 CMW-CLAIM-TYPE    PIC X(01).
           05 CMW-CLAIM-IMAGE      PIC X(283).
           05 FILLER               PIC X(04).
      *
      *****************************************************************
      *                         Report elements
      *****************************************************************
       01  LOAD-RPT-PRINT.
           05 LRP-LABEL     PIC X(30).
           05 LRP-VALUE     PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(37) VALUE SPACE.
      *
       01  REVISED-WEEK-HEADING.
           05 FILLER        PIC X(12) VALUE "WEEK".
           05 FILLER        PIC X(10) VALUE "STATE".
           05 FILLER        PIC X(11) VALUE "TYPE".
           05 FILLER        PIC X(13) VALUE "   OLD CLAIMS".
           05 FILLER        PIC X(13) VALUE "   NEW CLAIMS".
           05 FILLER        PIC X(13) VALUE "       CHANGE".
           05 FILLER        PIC X(08) VALUE SPACE.
      *
       01  REVISED-WEEK-PRINT.
           05 RWP-DATE        PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 RWP-STATE       PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 RWP-TYPE        PIC X(09).
           05 FILLER          PIC X(02) VALUE SPACE.
           05 RWP-OLD-CLAIMS  PIC Z,ZZZ,ZZZ,ZZ9.
           05 RWP-NEW-CLAIMS  PIC Z,ZZZ,ZZZ,ZZ9.
           05 RWP-CHANGE      PIC -,---,---,--9.
           05 FILLER          PIC X(08) VALUE SPACE.
      *****************************************************************
      *****************************************************************
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM OPEN-FILES
      *****************************************************************
      *            Each feed is optional on any given day - whichever
      *            arrived is applied, national initial claims first,
      *            then state, then continued.
      *****************************************************************
           PERFORM LOAD-NATIONAL-CLAIMS
           PERFORM LOAD-STATE-CLAIMS
           PERFORM LOAD-CONT-CLAIMS
           PERFORM WRITE-LOAD-REPORT
           PERFORM CLOSE-FILES
      *
           GOBACK.
      *
      *
       OPEN-FILES.
      *****************************************************************
      *        First-ever load has no master to extend - a status of
      *        35 means the file does not exist yet, so it is created
      *        empty and reopened for the delta apply.
      *****************************************************************
           OPEN I-O CLAIM-MASTER-FILE
           IF CLAIM-MASTER-STATUS = "35"
              OPEN OUTPUT CLAIM-MASTER-FILE
              CLOSE CLAIM-MASTER-FILE
              OPEN I-O CLAIM-MASTER-FILE
           END-IF
           IF CLAIM-MASTER-STATUS NOT = "00"
              DISPLAY "CLMMS MASTER OPEN FAILED, STATUS "
                 CLAIM-MASTER-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *****************************************************************
      *        The revision file accumulates across runs - EXTEND,
      *        with the same create-on-first-run bootstrap the master
      *        gets.
      *****************************************************************
           OPEN EXTEND REVISION-FILE
           IF REVISION-STATUS = "35"
              OPEN OUTPUT REVISION-FILE
           END-IF
           IF REVISION-STATUS NOT = "00"
              DISPLAY "CLMRV REVISION FILE OPEN FAILED, STATUS "
                 REVISION-STATUS " - RUN ABENDING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT LOAD-RPT-FILE
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE SPACE TO RUN-DATE-YMD
           STRING RDW-YYYY "-" RDW-MM "-" RDW-DD
              DELIMITED BY SIZE INTO RUN-DATE-YMD
           END-STRING.
      *
      *
       CLOSE-FILES.
           CLOSE CLAIM-MASTER-FILE
           CLOSE REVISION-FILE
           CLOSE REJECT-FILE
           CLOSE LOAD-RPT-FILE.
      *
      *
      *****************************************************************
      *        National initial claims - a missing CLAIMS simply
      *        means no national delivery today.
      *****************************************************************
       LOAD-NATIONAL-CLAIMS.
           OPEN INPUT INFILE
           IF CLAIM-STATUS = "00"
              SET CLAIM-FEED-SUPPLIED TO TRUE
      *****************************************************************
      *            Reads header of CSV file and ignores it.
      *****************************************************************
              READ INFILE
              END-READ
              IF CLAIM-STATUS = "00"
                 PERFORM LOAD-NATIONAL-CLAIM-ROW UNTIL EOF
              END-IF
              CLOSE INFILE
           END-IF.
      *
      *
       LOAD-NATIONAL-CLAIM-ROW.
           READ INFILE
                AT END
                  SET EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-READ-NATIONAL
                  MOVE SPACE TO Unemployment-Claim
                  MOVE SPACE TO State-Claim-Code
                  PERFORM MOVING-FIELDS
                  MOVE "CLAIMS"   TO CURR-FEED-NAME
                  MOVE CLAIM-LINE TO CURR-FEED-LINE
                  MOVE 'I'        TO CURR-CLAIM-TYPE
                  PERFORM VALIDATE-AND-APPLY
           END-READ.
      *
      *
       MOVING-FIELDS.
           UNSTRING CLAIM-LINE
               DELIMITED BY ","
               INTO
               Record-ID,
               DD, MM, YY,
               Exist OF Record-Age,
               INA OF Record-Age, Under-22,    F-22-24,
               F-25-34,           F-35-44,     F-45-54,
               F-55-59,           F-60-64,     Over-65,
               Exist OF Record-Ethnicity,
               INA OF Record-Ethnicity,
               Latino-Hispanic, Not-Latino-Hispanic,
               Exist OF Record-Industry,
               INA OF Record-Industry,       Wholesale-Trade,
               Transportation-Warehouse,     Construction,
               Finance-Insurance,            Manufacturing,
               Agri-For-Fish-Hunt,           Public-Admin,
               Utilities,                    Accom-Food-Services,
               Information,                  Prof-Scientif-Tech,
               Real-Estate,                  Other-Services,
               Management-Comp,              Educational-Services,
               Mining,                       Health-Care-Social-Assis,
               Arts-Entertainment,           Admin-Support-Waste-Mgmt,
               Retail-Trade,
               Exist OF Record-Race,
               INA OF Record-Race,      White,
               Asian,                   African-American,
               Native-American-Alaskan, Native-Hawaian-Pacific,
               Exist OF Record-Gender,
               INA OF Record-Gender, Male, Female
           END-UNSTRING.
      *
      *
      *****************************************************************
      *        State-keyed initial claims - optional while the agency
      *        sources roll it out.
      *****************************************************************
       LOAD-STATE-CLAIMS.
           OPEN INPUT STATE-CLAIM-FILE
           IF STATE-CLAIM-STATUS = "00"
              SET STATE-FEED-SUPPLIED TO TRUE
      *****************************************************************
      *            Reads header of CSV file and ignores it.
      *****************************************************************
              READ STATE-CLAIM-FILE
              END-READ
              IF STATE-CLAIM-STATUS = "00"
                 PERFORM LOAD-STATE-CLAIM-ROW UNTIL STATE-EOF
              END-IF
              CLOSE STATE-CLAIM-FILE
           END-IF.
      *
      *
       LOAD-STATE-CLAIM-ROW.
           READ STATE-CLAIM-FILE
                AT END
                  SET STATE-EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-READ-STATE
                  MOVE SPACE TO Unemployment-Claim
                  MOVE SPACE TO State-Claim-Code
                  PERFORM MOVING-STATE-FIELDS
                  MOVE "STCLAIMS"       TO CURR-FEED-NAME
                  MOVE STATE-CLAIM-LINE TO CURR-FEED-LINE
                  MOVE 'I'              TO CURR-CLAIM-TYPE
                  PERFORM VALIDATE-AND-APPLY
           END-READ.
      *
      *
       MOVING-STATE-FIELDS.
           UNSTRING STATE-CLAIM-LINE
               DELIMITED BY ","
               INTO
               Record-ID,
               State-Claim-Code,
               DD, MM, YY,
               Exist OF Record-Age,
               INA OF Record-Age, Under-22,    F-22-24,
               F-25-34,           F-35-44,     F-45-54,
               F-55-59,           F-60-64,     Over-65,
               Exist OF Record-Ethnicity,
               INA OF Record-Ethnicity,
               Latino-Hispanic, Not-Latino-Hispanic,
               Exist OF Record-Industry,
               INA OF Record-Industry,       Wholesale-Trade,
               Transportation-Warehouse,     Construction,
               Finance-Insurance,            Manufacturing,
               Agri-For-Fish-Hunt,           Public-Admin,
               Utilities,                    Accom-Food-Services,
               Information,                  Prof-Scientif-Tech,
               Real-Estate,                  Other-Services,
               Management-Comp,              Educational-Services,
               Mining,                       Health-Care-Social-Assis,
               Arts-Entertainment,           Admin-Support-Waste-Mgmt,
               Retail-Trade,
               Exist OF Record-Race,
               INA OF Record-Race,      White,
               Asian,                   African-American,
               Native-American-Alaskan, Native-Hawaian-Pacific,
               Exist OF Record-Gender,
               INA OF Record-Gender, Male, Female
           END-UNSTRING.
      *
      *
      *****************************************************************
      *        National continued claims - optional the same way.
      *****************************************************************
       LOAD-CONT-CLAIMS.
           OPEN INPUT CONT-CLAIM-FILE
           IF CONT-CLAIM-STATUS = "00"
              SET CONT-FEED-SUPPLIED TO TRUE
      *****************************************************************
      *            Reads header of CSV file and ignores it.
      *****************************************************************
              READ CONT-CLAIM-FILE
              END-READ
              IF CONT-CLAIM-STATUS = "00"
                 PERFORM LOAD-CONT-CLAIM-ROW UNTIL CONT-EOF
              END-IF
              CLOSE CONT-CLAIM-FILE
           END-IF.
      *
      *
       LOAD-CONT-CLAIM-ROW.
           READ CONT-CLAIM-FILE
                AT END
                  SET CONT-EOF TO TRUE
                NOT AT END
                  ADD 1 TO COUNT-READ-CONT
                  MOVE SPACE TO Unemployment-Claim
                  MOVE SPACE TO State-Claim-Code
                  PERFORM MOVING-CONT-FIELDS
                  MOVE "CCLAIMS"       TO CURR-FEED-NAME
                  MOVE CONT-CLAIM-LINE TO CURR-FEED-LINE
                  MOVE 'C'             TO CURR-CLAIM-TYPE
                  PERFORM VALIDATE-AND-APPLY
           END-READ.
      *
      *
       MOVING-CONT-FIELDS.
           UNSTRING CONT-CLAIM-LINE
               DELIMITED BY ","
               INTO
               Record-ID,
               DD, MM, YY,
               Exist OF Record-Age,
               INA OF Record-Age, Under-22,    F-22-24,
               F-25-34,           F-35-44,     F-45-54,
               F-55-59,           F-60-64,     Over-65,
               Exist OF Record-Ethnicity,
               INA OF Record-Ethnicity,
               Latino-Hispanic, Not-Latino-Hispanic,
               Exist OF Record-Industry,
               INA OF Record-Industry,       Wholesale-Trade,
               Transportation-Warehouse,     Construction,
               Finance-Insurance,            Manufacturing,
               Agri-For-Fish-Hunt,           Public-Admin,
               Utilities,                    Accom-Food-Services,
               Information,                  Prof-Scientif-Tech,
               Real-Estate,                  Other-Services,
               Management-Comp,              Educational-Services,
               Mining,                       Health-Care-Social-Assis,
               Arts-Entertainment,           Admin-Support-Waste-Mgmt,
               Retail-Trade,
               Exist OF Record-Race,
               INA OF Record-Race,      White,
               Asian,                   African-American,
               Native-American-Alaskan, Native-Hawaian-Pacific,
               Exist OF Record-Gender,
               INA OF Record-Gender, Male, Female
           END-UNSTRING.
      *
      *
       VALIDATE-AND-APPLY.
           PERFORM VALIDATE-CLAIM-ROW
           IF ROW-IS-VALID
              PERFORM APPLY-ONE-ROW
           ELSE
              ADD 1 TO COUNT-REJECTED
              PERFORM WRITE-REJECT-RECORD
           END-IF.
      *
      *
      *****************************************************************
      *        Each demographic section's counts are tested as one
      *        run of digits past the section's three-byte Exist flag.
      *****************************************************************
       VALIDATE-CLAIM-ROW.
           SET ROW-IS-VALID TO TRUE
           MOVE SPACE TO REJECT-REASON
      *
           IF DD OF Record-Date NOT NUMERIC OR
              MM OF Record-Date NOT NUMERIC OR
              YY OF Record-Date NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "RECORD DATE NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID
              IF MM OF Record-Date < 1 OR MM OF Record-Date > 12 OR
                 DD OF Record-Date < 1 OR DD OF Record-Date > 31
                 SET ROW-IS-INVALID TO TRUE
                 MOVE "RECORD DATE OUT OF RANGE" TO REJECT-REASON
              END-IF
           END-IF
           IF ROW-IS-VALID AND CURR-FEED-NAME = "STCLAIMS" AND
              State-Claim-Code = SPACE
              SET ROW-IS-INVALID TO TRUE
              MOVE "MISSING STATE CODE" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND Record-Age (4:54) NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "AGE COUNTS NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND Record-Ethnicity (4:18) NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "ETHNICITY COUNTS NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND Record-Industry (4:126) NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "INDUSTRY COUNTS NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND Record-Race (4:36) NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "RACE COUNTS NOT NUMERIC" TO REJECT-REASON
           END-IF
           IF ROW-IS-VALID AND Record-Gender (4:18) NOT NUMERIC
              SET ROW-IS-INVALID TO TRUE
              MOVE "GENDER COUNTS NOT NUMERIC" TO REJECT-REASON
           END-IF.
      *
      *
       WRITE-REJECT-RECORD.
           MOVE CURR-FEED-NAME TO REJ-FEED-NAME
           MOVE CURR-FEED-LINE TO REJ-CSV-LINE
           MOVE REJECT-REASON  TO REJ-REASON
           MOVE REJECT-PRINT   TO REJECT-LINE
           WRITE REJECT-LINE
           END-WRITE.
      *
      *
      *****************************************************************
      *        Delta apply - a week/state/type key not yet on the
      *        master is inserted, a key already there whose figures
      *        differ is revised, and a resent-but-identical week is
      *        left alone, so the counts on the load report show
      *        exactly how much of the delivery was genuinely new.
      *****************************************************************
       APPLY-ONE-ROW.
           MOVE SPACE TO CLAIM-MASTER-WORK
           STRING YY OF Record-Date "-" MM OF Record-Date "-"
                  DD OF Record-Date
              DELIMITED BY SIZE INTO CMW-RECORD-DATE
           END-STRING
           MOVE State-Claim-Code   TO CMW-STATE-CODE
           MOVE CURR-CLAIM-TYPE    TO CMW-CLAIM-TYPE
           MOVE Unemployment-Claim TO CMW-CLAIM-IMAGE
           COMPUTE NEW-VOLUME = Male + Female
      *
           MOVE CMW-KEY TO CMS-KEY
           READ CLAIM-MASTER-FILE
           END-READ
           IF CLAIM-MASTER-STATUS = "00"
              IF CLAIM-MASTER-RECORD = CLAIM-MASTER-WORK
                 ADD 1 TO COUNT-UNCHANGED
              ELSE
      *****************************************************************
      *            Retain the version being revised before it is
      *            overwritten - the before-image plus this run's
      *            load date, appended to CLMRV - and list the week
      *            with its volume before and after.
      *****************************************************************
                 MOVE RUN-DATE-YMD        TO RV-LOAD-DATE
                 MOVE CLAIM-MASTER-RECORD TO RV-MASTER-IMAGE
                 WRITE REVISION-RECORD
                 END-WRITE
                 ADD 1 TO COUNT-REVISIONED
                 MOVE CMS-CLAIM-IMAGE TO Unemployment-Claim
                 COMPUTE OLD-VOLUME = Male + Female
                 PERFORM WRITE-REVISED-WEEK-LINE
                 MOVE CLAIM-MASTER-WORK TO CLAIM-MASTER-RECORD
                 REWRITE CLAIM-MASTER-RECORD
                 END-REWRITE
                 IF CLAIM-MASTER-STATUS NOT = "00"
                    DISPLAY "CLMMS MASTER REWRITE FAILED, STATUS "
                       CLAIM-MASTER-STATUS " - RUN ABENDING"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO COUNT-REVISED
              END-IF
           ELSE
              MOVE CLAIM-MASTER-WORK TO CLAIM-MASTER-RECORD
              WRITE CLAIM-MASTER-RECORD
              END-WRITE
              IF CLAIM-MASTER-STATUS NOT = "00"
                 DISPLAY "CLMMS MASTER WRITE FAILED, STATUS "
                    CLAIM-MASTER-STATUS " - RUN ABENDING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO COUNT-INSERTED
           END-IF.
      *
      *
       WRITE-REVISED-WEEK-LINE.
           IF NOT REVISION-BANNER-DONE
              MOVE SPACE TO LOAD-RPT-LINE
              MOVE "CLMLD REVISED WEEKS - PRIOR VERSIONS ON CLMRV"
                TO LOAD-RPT-LINE
              WRITE LOAD-RPT-LINE END-WRITE
              MOVE REVISED-WEEK-HEADING TO LOAD-RPT-LINE
              WRITE LOAD-RPT-LINE END-WRITE
              SET REVISION-BANNER-DONE TO TRUE
           END-IF
           MOVE CMW-RECORD-DATE TO RWP-DATE
           IF CMW-STATE-CODE = SPACE
              MOVE "NATIONAL"     TO RWP-STATE
           ELSE
              MOVE CMW-STATE-CODE TO RWP-STATE
           END-IF
           IF CMW-CLAIM-TYPE = 'C'
              MOVE "CONTINUED"    TO RWP-TYPE
           ELSE
              MOVE "INITIAL"      TO RWP-TYPE
           END-IF
           COMPUTE VOLUME-CHANGE = NEW-VOLUME - OLD-VOLUME
           MOVE OLD-VOLUME    TO RWP-OLD-CLAIMS
           MOVE NEW-VOLUME    TO RWP-NEW-CLAIMS
           MOVE VOLUME-CHANGE TO RWP-CHANGE
           MOVE REVISED-WEEK-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE
           END-WRITE.
      *
      *
       WRITE-LOAD-REPORT.
           MOVE SPACE TO LOAD-RPT-LINE
           MOVE "CLMLD CLAIMS HISTORY DELTA LOAD CONTROL TOTALS"
             TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM CLAIMS"       TO LRP-LABEL
           MOVE COUNT-READ-NATIONAL           TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM STCLAIMS"     TO LRP-LABEL
           MOVE COUNT-READ-STATE              TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS READ FROM CCLAIMS"      TO LRP-LABEL
           MOVE COUNT-READ-CONT               TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS REJECTED"               TO LRP-LABEL
           MOVE COUNT-REJECTED                TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS INSERTED ON MASTER"     TO LRP-LABEL
           MOVE COUNT-INSERTED                TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS REVISED ON MASTER"      TO LRP-LABEL
           MOVE COUNT-REVISED                 TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "ROWS UNCHANGED"              TO LRP-LABEL
           MOVE COUNT-UNCHANGED               TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           MOVE "PRIOR VERSIONS RETAINED"     TO LRP-LABEL
           MOVE COUNT-REVISIONED              TO LRP-VALUE
           MOVE LOAD-RPT-PRINT TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE END-WRITE
      *
           IF NOT CLAIM-FEED-SUPPLIED
              MOVE SPACE TO LOAD-RPT-LINE
              MOVE "CLAIMS FEED NOT SUPPLIED"   TO LOAD-RPT-LINE
              WRITE LOAD-RPT-LINE END-WRITE
           END-IF
           IF NOT STATE-FEED-SUPPLIED
              MOVE SPACE TO LOAD-RPT-LINE
              MOVE "STCLAIMS FEED NOT SUPPLIED" TO LOAD-RPT-LINE
              WRITE LOAD-RPT-LINE END-WRITE
           END-IF
           IF NOT CONT-FEED-SUPPLIED
              MOVE SPACE TO LOAD-RPT-LINE
              MOVE "CCLAIMS FEED NOT SUPPLIED"  TO LOAD-RPT-LINE
              WRITE LOAD-RPT-LINE END-WRITE
           END-IF.
