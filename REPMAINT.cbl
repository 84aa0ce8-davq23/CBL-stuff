      *****************************************************************
      * Program name:    REPMAINT
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/2026 DQ              Created - inverse repository
      *                            housekeeping.  Lists the as-of
      *                            dates held in the keyed REPFILE
      *                            with their cell counts, unloads
      *                            dates older than the retention
      *                            period to a sequential archive
      *                            with a control trailer and deletes
      *                            them, reloads named dates from an
      *                            archive for LTFQUERY work, and
      *                            marks dates as published so that
      *                            LEONTIEF will not overwrite them
      *                            without a PUBOVERRIDE= card.  Every
      *                            purge, reload and publication is
      *                            written to the repository log
      * 10/15/2026 DQ              Archived records that cannot be
      *                            deleted are listed on SYSOUT and
      *                            end the run RC 12
      *
      * Description: Maintains PROD.LEONTIEF.REPFILE, the keyed
      *              inverse repository loaded by every LEONTIEF run
      *              (IO and LTF cells keyed on matrix, as-of date,
      *              row and column)
      *
      * A date is marked as published by a 'PUB' record keyed on the
      * date with row and column zero.  LEONTIEF writes it on a
      * PUBLISH=YES run; the PUBLISH= card here marks a date that was
      * published some other way.  The marker travels with the date
      * through the archive and back.
      *
      * The archive (ARCDD) holds an HDR record (run date and the
      * retention cutoff), one record per repository cell carrying
      * the 32-byte cell image unchanged, and a TRL record with the
      * cell count, the number of as-of dates and the hash total of
      * the cell values.  A reload (ARIDD) first proves the whole
      * archive against its trailer and loads nothing if it does not
      * agree; a date still held in the repository is not reloaded.
      *
      * Parameter cards (PRMDD, * in column one = comment):
      *   REQUESTER=JSMITH          requester id - required with any
      *                             RETAIN=, RELOAD= or PUBLISH= card
      *   RETAIN=024                retention period in months - as-of
      *                             dates before the run date less
      *                             this many months are archived and
      *                             deleted (optional)
      *   RELOAD=20230630           as-of date to reload from the
      *                             ARIDD archive (up to ten cards)
      *   PUBLISH=20260630          mark a held as-of date as
      *                             published (up to ten cards)
      * With no cards the run only lists the dates held.
      *
      * Return codes: 0 clean, 4 requests rejected (see the listing)
      *              or more as-of dates held than the listing table
      *              holds, 8 parameter card error, 12 repository,
      *              repository log or archive not available, the
      *              reload archive fails its control trailer, or an
      *              archived record could not be deleted
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REPMAINT.
       AUTHOR. DAVID QUINTERO.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      ***
      ***
      ***
       ENVIRONMENT DIVISION.
      **
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
      **
      **
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMFILE ASSIGN TO PRMDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS PRM-FILE-STATUS.
      *
           SELECT REPFILE ASSIGN TO REPDD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS REP-KEY
            FILE STATUS IS REP-FILE-STATUS.
      *
           SELECT ARCFILE ASSIGN TO ARCDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS ARC-FILE-STATUS.
      *
           SELECT ARIFILE ASSIGN TO ARIDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS ARI-FILE-STATUS.
      *
           SELECT OPTIONAL RLGFILE ASSIGN TO RLGDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS RLG-FILE-STATUS.
      *
           SELECT RPTFILE ASSIGN TO RPTDD
            ORGANIZATION IS SEQUENTIAL.
      ***
      ***
      ***
       DATA DIVISION.
      **
      **
       FILE SECTION.
       FD  PRMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PRM-REC.
       01  PRM-REC.
           88 PRM-EOF         VALUE HIGH-VALUES.
           02 PRM-BYTE-1      PIC X(01).
              88 PRM-COMMENT-REC  VALUE '*'.
           02 FILLER          PIC X(79).
      **
      **
       FD  REPFILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS REP-REC.
       01  REP-REC.
           02 REP-KEY.
              05 REP-MATRIX-ID PIC X(03).
              05 REP-ASOF-DATE PIC X(08).
              05 REP-ROW       PIC 9(03).
              05 REP-COLMN     PIC 9(03).
           02 REP-NUM          PIC S9(08)V9(10) USAGE IS COMP-3.
           02 REP-CLASS-VER    PIC X(04).
           02 REP-PRICE-BASIS  PIC X(01).
       01  REP-IMAGE-REC       PIC X(32).
      **
      **
       FD  ARCFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ARC-REC.
       01  ARC-REC.
           02 ARC-REC-TYPE     PIC X(03).
           02 FILLER           PIC X(01).
           02 ARC-REP-IMAGE    PIC X(32).
           02 FILLER           PIC X(44).
       01  ARC-CTL-REC.
           02 ARC-CTL-TYPE     PIC X(03).
           02 FILLER           PIC X(01).
           02 ARC-CTL-DATE     PIC X(08).
           02 FILLER           PIC X(01).
           02 ARC-CTL-CUTOFF   PIC X(08).
           02 FILLER           PIC X(01).
           02 ARC-CTL-COUNT    PIC 9(09).
           02 FILLER           PIC X(01).
           02 ARC-CTL-DATES    PIC 9(05).
           02 FILLER           PIC X(01).
           02 ARC-CTL-HASH     PIC -9(11)V9(10).
           02 FILLER           PIC X(20).
      **
      **
       FD  ARIFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ARI-REC.
       01  ARI-REC.
           88 ARI-EOF          VALUE HIGH-VALUES.
           02 ARI-REC-TYPE     PIC X(03).
              88 ARI-HDR-REC      VALUE 'HDR'.
              88 ARI-CELL-REC     VALUE 'REP'.
              88 ARI-TRL-REC      VALUE 'TRL'.
           02 FILLER           PIC X(01).
           02 ARI-REP-IMAGE.
              05 ARI-MATRIX-ID PIC X(03).
              05 ARI-ASOF-DATE PIC X(08).
              05 FILLER        PIC X(06).
              05 ARI-NUM       PIC S9(08)V9(10) USAGE IS COMP-3.
              05 FILLER        PIC X(05).
           02 FILLER           PIC X(44).
       01  ARI-CTL-REC.
           02 ARI-CTL-TYPE     PIC X(03).
           02 FILLER           PIC X(01).
           02 ARI-CTL-DATE     PIC X(08).
           02 FILLER           PIC X(01).
           02 ARI-CTL-CUTOFF   PIC X(08).
           02 FILLER           PIC X(01).
           02 ARI-CTL-COUNT    PIC 9(09).
           02 FILLER           PIC X(01).
           02 ARI-CTL-DATES    PIC 9(05).
           02 FILLER           PIC X(01).
           02 ARI-CTL-HASH     PIC -9(11)V9(10).
           02 FILLER           PIC X(20).
      **
      **
       FD  RLGFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RLG-REC.
       01  RLG-REC.
           02 RLG-RUN-DATE     PIC X(08).
           02 FILLER           PIC X(01).
           02 RLG-RUN-TIME     PIC X(06).
           02 FILLER           PIC X(01).
           02 RLG-PROGRAM      PIC X(08).
           02 FILLER           PIC X(01).
           02 RLG-USER-ID      PIC X(08).
           02 FILLER           PIC X(01).
           02 RLG-ACTION       PIC X(09).
           02 FILLER           PIC X(01).
           02 RLG-ASOF-DATE    PIC X(08).
           02 FILLER           PIC X(01).
           02 RLG-CELL-COUNT   PIC 9(07).
           02 FILLER           PIC X(01).
           02 RLG-NOTE         PIC X(38).
           02 FILLER           PIC X(01).
      **
      **
       FD  RPTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 104 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RPT-REC.
       01  RPT-REC       PIC X(104).
      **
      **
       WORKING-STORAGE SECTION.
      *-----------------------SINGLE VARIABLES-----------------------*
       77  PRM-FILE-STATUS PIC X(02) VALUE SPACES.
       77  REP-FILE-STATUS PIC X(02) VALUE SPACES.
       77  ARC-FILE-STATUS PIC X(02) VALUE SPACES.
       77  ARI-FILE-STATUS PIC X(02) VALUE SPACES.
       77  RLG-FILE-STATUS PIC X(02) VALUE SPACES.
       77  RUN-RC         PIC S9(04) USAGE IS COMP VALUE 0.
       77  RUN-DATE       PIC X(08) VALUE SPACES.
       77  RUN-DATE-WORK  PIC 9(08) VALUE 0.
       77  RUN-TIME-WORK  PIC 9(08) VALUE 0.
       77  REQUESTER      PIC X(08) VALUE SPACES.
       77  CUTOFF-DATE    PIC X(08) VALUE SPACES.
       77  RETAIN-MONTHS  PIC S9(05) USAGE IS COMP VALUE 0.
       77  CUTOFF-MONTHS  PIC S9(07) USAGE IS COMP VALUE 0.
       77  MATRIX-WORK-ID PIC X(03) VALUE SPACES.
       77  DATE-WORK      PIC X(08) VALUE SPACES.
       77  RLG-ACTION-WORK PIC X(09) VALUE SPACES.
       77  RLG-COUNT-WORK PIC S9(07) USAGE IS COMP VALUE 0.
       77  RLG-NOTE-WORK  PIC X(38) VALUE SPACES.
       77  REQ-REASON     PIC X(40) VALUE SPACES.
      *--------------------------COUNTERS----------------------------*
       77  REP-READ-COUNT PIC S9(09) USAGE IS COMP VALUE 0.
       77  DATE-COUNT     PIC S9(05) USAGE IS COMP VALUE 0.
       77  DATE-MAX       PIC S9(05) USAGE IS COMP VALUE 200.
       77  DATE-IND       PIC S9(05) USAGE IS COMP VALUE 0.
       77  DATE-SUB       PIC S9(05) USAGE IS COMP VALUE 0.
       77  DATE-INS       PIC S9(05) USAGE IS COMP VALUE 0.
       77  DATE-LOST-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  PUR-DATE-COUNT PIC S9(05) USAGE IS COMP VALUE 0.
       77  PUR-CELL-COUNT PIC S9(09) USAGE IS COMP VALUE 0.
       77  PUR-DATE-CELLS PIC S9(07) USAGE IS COMP VALUE 0.
       77  PUR-FAIL-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  PUR-FAIL-START PIC S9(07) USAGE IS COMP VALUE 0.
       77  ARC-CELL-COUNT PIC S9(09) USAGE IS COMP VALUE 0.
       77  ARC-HASH       PIC S9(11)V9(10) USAGE IS COMP-3 VALUE 0.
       77  ARI-READ-COUNT PIC S9(09) USAGE IS COMP VALUE 0.
       77  ARI-CELL-COUNT PIC S9(09) USAGE IS COMP VALUE 0.
       77  ARI-DATE-CELLS PIC S9(09) USAGE IS COMP VALUE 0.
       77  ARI-HASH       PIC S9(11)V9(10) USAGE IS COMP-3 VALUE 0.
       77  ARI-EXP-COUNT  PIC S9(09) USAGE IS COMP VALUE 0.
       77  ARI-EXP-HASH   PIC S9(11)V9(10) USAGE IS COMP-3 VALUE 0.
       77  RLD-COUNT      PIC S9(03) USAGE IS COMP VALUE 0.
       77  RLD-MAX        PIC S9(03) USAGE IS COMP VALUE 10.
       77  RLD-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  RLD-SUB        PIC S9(03) USAGE IS COMP VALUE 0.
       77  RLD-CHK        PIC S9(03) USAGE IS COMP VALUE 0.
       77  RLD-PENDING    PIC S9(03) USAGE IS COMP VALUE 0.
       77  RLD-DATE-COUNT PIC S9(05) USAGE IS COMP VALUE 0.
       77  RLD-CELL-COUNT PIC S9(09) USAGE IS COMP VALUE 0.
       77  PUB-COUNT      PIC S9(03) USAGE IS COMP VALUE 0.
       77  PUB-MAX        PIC S9(03) USAGE IS COMP VALUE 10.
       77  PUB-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  PUB-DATE-COUNT PIC S9(05) USAGE IS COMP VALUE 0.
       77  REQ-REJ-COUNT  PIC S9(05) USAGE IS COMP VALUE 0.
      *--------------------------SWITCHES----------------------------*
       77  PRM-ERR-SW     PIC X(01) VALUE 'N'.
           88  PRM-ERROR        VALUE 'Y'.
       77  PRM-KEYWORD    PIC X(12) VALUE SPACES.
       77  BROWSE-END-SW  PIC X(01) VALUE 'N'.
           88  BROWSE-END       VALUE 'Y'.
       77  DATE-OK-SW     PIC X(01) VALUE 'N'.
           88  DATE-OK          VALUE 'Y'.
       77  RETAIN-SW      PIC X(01) VALUE 'N'.
           88  RETAIN-GIVEN     VALUE 'Y'.
       77  ARC-OPEN-SW    PIC X(01) VALUE 'N'.
           88  ARC-OPEN         VALUE 'Y'.
       77  ARI-HDR-SW     PIC X(01) VALUE 'N'.
           88  ARI-HDR-SEEN     VALUE 'Y'.
       77  ARI-TRL-SW     PIC X(01) VALUE 'N'.
           88  ARI-TRL-SEEN     VALUE 'Y'.
       77  ARI-BAD-SW     PIC X(01) VALUE 'N'.
           88  ARI-BAD          VALUE 'Y'.
       01  PRM-VALUE-AREA.
           05  PRM-VALUE      PIC X(40) VALUE SPACES.
       01  DATE-CHECK-AREA.
           05  DCHK-DATE      PIC X(08).
           05  DCHK-PARTS REDEFINES DCHK-DATE.
               10  DCHK-YYYY  PIC 9(04).
               10  DCHK-MM    PIC 9(02).
               10  DCHK-DD    PIC 9(02).
       01  CUTOFF-AREA.
           05  CUT-YYYY       PIC 9(04).
           05  CUT-MM         PIC 9(02).
           05  CUT-DD         PIC 9(02).
      *-----------------------AS-OF DATES HELD------------------------*
      *    ONE ENTRY PER AS-OF DATE IN DATE ORDER - CELL COUNTS BY
      *    MATRIX, THE STAMPS OF THE LAST CELL SEEN AND WHAT THIS RUN
      *    DID TO THE DATE
       01  DATE-TABLE.
           05  DTE-ENTRY OCCURS 200 TIMES.
               10  DTE-ASOF       PIC X(08).
               10  DTE-IO-COUNT   PIC S9(07) USAGE IS COMP.
               10  DTE-LTF-COUNT  PIC S9(07) USAGE IS COMP.
               10  DTE-PUB-SW     PIC X(01).
                   88  DTE-PUBLISHED     VALUE 'Y'.
               10  DTE-CLASS-VER  PIC X(04).
               10  DTE-PRICE-BASIS PIC X(01).
               10  DTE-ACTION     PIC X(01).
                   88  DTE-HELD          VALUE SPACE.
                   88  DTE-PURGED        VALUE 'P'.
                   88  DTE-RELOADED      VALUE 'R'.
                   88  DTE-MARKED        VALUE 'M'.
       01  DATE-ENTRY-WORK.
           05  DTW-ASOF       PIC X(08).
           05  DTW-IO-COUNT   PIC S9(07) USAGE IS COMP.
           05  DTW-LTF-COUNT  PIC S9(07) USAGE IS COMP.
           05  DTW-PUB-SW     PIC X(01).
           05  DTW-CLASS-VER  PIC X(04).
           05  DTW-PRICE-BASIS PIC X(01).
           05  DTW-ACTION     PIC X(01).
      *------------------------RUN REQUESTS--------------------------*
       01  RELOAD-TABLE.
           05  RLD-ENTRY OCCURS 10 TIMES.
               10  RLD-DATE       PIC X(08).
               10  RLD-CELLS      PIC S9(09) USAGE IS COMP.
               10  RLD-STATE      PIC X(01).
                   88  RLD-WANTED        VALUE 'W'.
                   88  RLD-DONE          VALUE 'D'.
                   88  RLD-REJECTED      VALUE 'X'.
               10  RLD-REASON     PIC X(40).
       01  PUBLISH-TABLE.
           05  PUB-ENTRY OCCURS 10 TIMES.
               10  PUB-DATE       PIC X(08).
               10  PUB-REASON     PIC X(40).
      *----------------------REPORT LINE LAYOUTS---------------------*
       01  RPT-PAGE-HEADING.
           05  FILLER         PIC X(44) VALUE
             'REPMAINT - INVERSE REPOSITORY MAINTENANCE'.
           05  FILLER         PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE   PIC X(08).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(17) VALUE 'RETENTION CUTOFF '.
           05  RPT-HDG-CUTOFF PIC X(08).
           05  FILLER         PIC X(15) VALUE SPACES.
       01  RPT-COL-HEADING.
           05  FILLER         PIC X(12) VALUE 'AS-OF DATE'.
           05  FILLER         PIC X(10) VALUE '  IO CELLS'.
           05  FILLER         PIC X(11) VALUE '  LTF CELLS'.
           05  FILLER         PIC X(12) VALUE '  PUBLISHED'.
           05  FILLER         PIC X(10) VALUE '  CLASSVER'.
           05  FILLER         PIC X(08) VALUE '  PRICES'.
           05  FILLER         PIC X(41) VALUE '  THIS RUN'.
       01  RPT-DATE-LINE.
           05  RPT-DTE-ASOF   PIC X(08).
           05  FILLER         PIC X(05) VALUE SPACES.
           05  RPT-DTE-IO     PIC ZZZZZZ9.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RPT-DTE-LTF    PIC ZZZZZZ9.
           05  FILLER         PIC X(09) VALUE SPACES.
           05  RPT-DTE-PUB    PIC X(03).
           05  FILLER         PIC X(08) VALUE SPACES.
           05  RPT-DTE-CLASS  PIC X(04).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  RPT-DTE-PRICE  PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-DTE-ACTION PIC X(36).
       01  RPT-REQ-HEADING.
           05  FILLER         PIC X(10) VALUE 'REQUEST'.
           05  FILLER         PIC X(12) VALUE 'AS-OF DATE'.
           05  FILLER         PIC X(82) VALUE 'RESULT'.
       01  RPT-REQ-LINE.
           05  RPT-REQ-TYPE   PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-REQ-DATE   PIC X(08).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RPT-REQ-RESULT PIC X(40).
           05  FILLER         PIC X(42) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  RPT-CNT-VALUE  PIC ZZZZZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-CNT-TEXT   PIC X(50).
           05  FILLER         PIC X(44) VALUE SPACES.
       01  RPT-STATUS-LINE.
           05  RPT-STATUS     PIC X(60).
           05  FILLER         PIC X(44) VALUE SPACES.
      ***
      ***
      ***
       PROCEDURE DIVISION.
      **
      **
       MAIN-PROCEDURE.
           OPEN INPUT PRMFILE
      *
           IF PRM-FILE-STATUS = '00'
             PERFORM READ-PARAMETER-FILE UNTIL PRM-EOF
             CLOSE PRMFILE
           END-IF
      *
           IF (RETAIN-GIVEN OR RLD-COUNT > 0 OR PUB-COUNT > 0)
             AND REQUESTER = SPACES
               DISPLAY 'REQUESTER= PARAMETER CARD REQUIRED WITH '
                 'RETAIN=, RELOAD= OR PUBLISH='
               MOVE 'Y' TO PRM-ERR-SW
           END-IF
      *
           IF PRM-ERROR
               DISPLAY 'PARAMETER CARD ERRORS - MAINTENANCE NOT RUN'
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE RUN-DATE-WORK TO RUN-DATE
      *
           IF RETAIN-GIVEN
               PERFORM SET-RETENTION-CUTOFF
           END-IF
      *
           OPEN I-O REPFILE
      *
           IF REP-FILE-STATUS NOT = '00'
               DISPLAY 'INVERSE REPOSITORY NOT AVAILABLE - REPFILE '
                 'OPEN STATUS ' REP-FILE-STATUS
               MOVE 12 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           IF RETAIN-GIVEN OR RLD-COUNT > 0 OR PUB-COUNT > 0
      *
             OPEN EXTEND RLGFILE
      *
             IF RLG-FILE-STATUS NOT = '00'
                AND RLG-FILE-STATUS NOT = '05'
               DISPLAY 'REPOSITORY LOG NOT AVAILABLE - RLGFILE OPEN '
                 'STATUS ' RLG-FILE-STATUS ' - NO CHANGES MADE'
               CLOSE REPFILE
               MOVE 12 TO RUN-RC
               GO TO PROGRAM-END
             END-IF
      *
           END-IF
      *
           PERFORM BUILD-DATE-TABLE
      *
           PERFORM MARK-PUBLISHED-DATE VARYING PUB-IND FROM 1 BY 1
             UNTIL PUB-IND > PUB-COUNT
      *
           IF RETAIN-GIVEN
               PERFORM PURGE-EXPIRED-DATES
           END-IF
      *
           IF RLD-COUNT > 0
               PERFORM RELOAD-ARCHIVED-DATES
           END-IF
      *
           IF RETAIN-GIVEN OR RLD-COUNT > 0 OR PUB-COUNT > 0
               CLOSE RLGFILE
           END-IF
      *
           CLOSE REPFILE
      *
           IF PUR-FAIL-COUNT > 0
               DISPLAY 'ARCHIVED RECORDS NOT DELETED - THEY ARE STILL '
                 'ON REPFILE AND IN THE ARCHIVE'
               MOVE 12 TO RUN-RC
           END-IF
      *
           OPEN OUTPUT RPTFILE
           PERFORM WRITE-DATE-LISTING
           PERFORM WRITE-REQUEST-LINES
           PERFORM WRITE-SUMMARY-LINES
           CLOSE RPTFILE
      *
           IF RUN-RC = 0
             AND (REQ-REJ-COUNT > 0 OR DATE-LOST-COUNT > 0)
               MOVE 4 TO RUN-RC
           END-IF.
      **
      **
       PROGRAM-END.
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      **
      **
       READ-PARAMETER-FILE.
            READ PRMFILE
      *
             AT END
              SET PRM-EOF TO TRUE
      *
             NOT AT END
              IF NOT PRM-COMMENT-REC AND PRM-REC NOT = SPACES
                PERFORM APPLY-PARAMETER-CARD
              END-IF
      *
            END-READ.
      **
      **
       APPLY-PARAMETER-CARD.
           MOVE SPACES TO PRM-KEYWORD
           MOVE SPACES TO PRM-VALUE
           UNSTRING PRM-REC DELIMITED BY '='
             INTO PRM-KEYWORD PRM-VALUE
      *
           IF PRM-KEYWORD = 'REQUESTER'
               IF PRM-VALUE = SPACES OR PRM-VALUE (9:32) NOT = SPACES
                   DISPLAY 'INVALID REQUESTER= ID ' PRM-VALUE
                   MOVE 'Y' TO PRM-ERR-SW
               ELSE
                   MOVE PRM-VALUE (1:8) TO REQUESTER
               END-IF
           ELSE
            IF PRM-KEYWORD = 'RETAIN'
               PERFORM APPLY-RETAIN-CARD
            ELSE
             IF PRM-KEYWORD = 'RELOAD'
               PERFORM APPLY-RELOAD-CARD
             ELSE
              IF PRM-KEYWORD = 'PUBLISH'
               PERFORM APPLY-PUBLISH-CARD
              ELSE
               DISPLAY 'UNKNOWN PARAMETER CARD ' PRM-REC
               MOVE 'Y' TO PRM-ERR-SW
              END-IF
             END-IF
            END-IF
           END-IF.
      **
      **
       APPLY-RETAIN-CARD.
           IF PRM-VALUE (1:3) NUMERIC AND PRM-VALUE (4:37) = SPACES
               MOVE PRM-VALUE (1:3) TO RETAIN-MONTHS
           ELSE
               MOVE 0 TO RETAIN-MONTHS
           END-IF
      *
           IF RETAIN-MONTHS < 1
               DISPLAY 'INVALID RETAIN= VALUE - MUST BE 001 THROUGH '
                 '999 MONTHS'
               MOVE 'Y' TO PRM-ERR-SW
           ELSE
               MOVE 'Y' TO RETAIN-SW
           END-IF.
      **
      **
       APPLY-RELOAD-CARD.
           MOVE PRM-VALUE (1:8) TO DCHK-DATE
           PERFORM CHECK-DATE
      *
           IF NOT DATE-OK OR PRM-VALUE (9:32) NOT = SPACES
               DISPLAY 'INVALID RELOAD= DATE ' PRM-VALUE
               MOVE 'Y' TO PRM-ERR-SW
           ELSE
            IF RLD-COUNT >= RLD-MAX
               DISPLAY 'TOO MANY RELOAD= CARDS - LIMIT IS ' RLD-MAX
               MOVE 'Y' TO PRM-ERR-SW
            ELSE
               ADD 1 TO RLD-COUNT
               MOVE DCHK-DATE TO RLD-DATE (RLD-COUNT)
               MOVE 0 TO RLD-CELLS (RLD-COUNT)
               MOVE 'W' TO RLD-STATE (RLD-COUNT)
               MOVE SPACES TO RLD-REASON (RLD-COUNT)
            END-IF
           END-IF.
      **
      **
       APPLY-PUBLISH-CARD.
           MOVE PRM-VALUE (1:8) TO DCHK-DATE
           PERFORM CHECK-DATE
      *
           IF NOT DATE-OK OR PRM-VALUE (9:32) NOT = SPACES
               DISPLAY 'INVALID PUBLISH= DATE ' PRM-VALUE
               MOVE 'Y' TO PRM-ERR-SW
           ELSE
            IF PUB-COUNT >= PUB-MAX
               DISPLAY 'TOO MANY PUBLISH= CARDS - LIMIT IS ' PUB-MAX
               MOVE 'Y' TO PRM-ERR-SW
            ELSE
               ADD 1 TO PUB-COUNT
               MOVE DCHK-DATE TO PUB-DATE (PUB-COUNT)
               MOVE SPACES TO PUB-REASON (PUB-COUNT)
            END-IF
           END-IF.
      **
      **
       CHECK-DATE.
           MOVE 'N' TO DATE-OK-SW
      *
           IF DCHK-DATE IS NUMERIC
               IF DCHK-YYYY > 1900
                  AND DCHK-MM > 0 AND DCHK-MM < 13
                  AND DCHK-DD > 0 AND DCHK-DD < 32
                   MOVE 'Y' TO DATE-OK-SW
               END-IF
           END-IF.
      **
      **
       SET-RETENTION-CUTOFF.
           MOVE RUN-DATE TO DCHK-DATE
      *
           COMPUTE CUTOFF-MONTHS = (DCHK-YYYY * 12) + DCHK-MM - 1
             - RETAIN-MONTHS
           END-COMPUTE
      *
           DIVIDE CUTOFF-MONTHS BY 12 GIVING CUT-YYYY
             REMAINDER CUT-MM
           ADD 1 TO CUT-MM
           MOVE DCHK-DD TO CUT-DD
           MOVE CUTOFF-AREA TO CUTOFF-DATE.
      **
      **
       BUILD-DATE-TABLE.
           MOVE 'N' TO BROWSE-END-SW
           MOVE 0 TO DATE-SUB
           MOVE SPACES TO DATE-WORK
           MOVE LOW-VALUES TO REP-KEY
      *
           START REPFILE KEY IS NOT LESS THAN REP-KEY
             INVALID KEY
               MOVE 'Y' TO BROWSE-END-SW
           END-START
      *
           PERFORM READ-REPOSITORY-CELL UNTIL BROWSE-END.
      **
      **
       READ-REPOSITORY-CELL.
            READ REPFILE NEXT RECORD
      *
             AT END
              MOVE 'Y' TO BROWSE-END-SW
      *
             NOT AT END
              ADD 1 TO REP-READ-COUNT
              PERFORM COUNT-REPOSITORY-CELL
      *
            END-READ.
      **
      **
       COUNT-REPOSITORY-CELL.
           IF REP-ASOF-DATE NOT = DATE-WORK
               MOVE REP-ASOF-DATE TO DATE-WORK
               PERFORM LOCATE-DATE-ENTRY
           END-IF
      *
           IF DATE-SUB = 0
               ADD 1 TO DATE-LOST-COUNT
           ELSE
            IF REP-MATRIX-ID = 'IO '
               ADD 1 TO DTE-IO-COUNT (DATE-SUB)
               MOVE REP-CLASS-VER TO DTE-CLASS-VER (DATE-SUB)
               MOVE REP-PRICE-BASIS TO DTE-PRICE-BASIS (DATE-SUB)
            ELSE
             IF REP-MATRIX-ID = 'LTF'
               ADD 1 TO DTE-LTF-COUNT (DATE-SUB)
               MOVE REP-CLASS-VER TO DTE-CLASS-VER (DATE-SUB)
               MOVE REP-PRICE-BASIS TO DTE-PRICE-BASIS (DATE-SUB)
             ELSE
              IF REP-MATRIX-ID = 'PUB'
               MOVE 'Y' TO DTE-PUB-SW (DATE-SUB)
              END-IF
             END-IF
            END-IF
           END-IF.
      **
      **
       LOCATE-DATE-ENTRY.
           MOVE 0 TO DATE-SUB
           MOVE 0 TO DATE-INS
      *
           PERFORM FIND-DATE-ENTRY VARYING DATE-IND FROM 1 BY 1
             UNTIL DATE-IND > DATE-COUNT OR DATE-SUB > 0
               OR DATE-INS > 0
      *
           IF DATE-SUB = 0
      *
             IF DATE-COUNT >= DATE-MAX
               DISPLAY 'AS-OF DATE TABLE FULL - DATE ' DATE-WORK
                 ' NOT LISTED OR MAINTAINED IN THIS RUN'
             ELSE
      *
               IF DATE-INS = 0
                 COMPUTE DATE-INS = DATE-COUNT + 1
               ELSE
                 PERFORM SHIFT-DATE-ENTRY VARYING DATE-IND
                   FROM DATE-COUNT BY -1 UNTIL DATE-IND < DATE-INS
               END-IF
      *
               ADD 1 TO DATE-COUNT
               MOVE DATE-INS TO DATE-SUB
               MOVE DATE-WORK TO DTE-ASOF (DATE-SUB)
               MOVE 0 TO DTE-IO-COUNT (DATE-SUB)
               MOVE 0 TO DTE-LTF-COUNT (DATE-SUB)
               MOVE 'N' TO DTE-PUB-SW (DATE-SUB)
               MOVE SPACES TO DTE-CLASS-VER (DATE-SUB)
               MOVE SPACES TO DTE-PRICE-BASIS (DATE-SUB)
               MOVE SPACES TO DTE-ACTION (DATE-SUB)
      *
             END-IF
      *
           END-IF.
      **
      **
       FIND-DATE-ENTRY.
           IF DTE-ASOF (DATE-IND) = DATE-WORK
               MOVE DATE-IND TO DATE-SUB
           ELSE
               IF DTE-ASOF (DATE-IND) > DATE-WORK
                   MOVE DATE-IND TO DATE-INS
               END-IF
           END-IF.
      **
      **
       SHIFT-DATE-ENTRY.
           MOVE DTE-ENTRY (DATE-IND) TO DATE-ENTRY-WORK
           MOVE DATE-ENTRY-WORK TO DTE-ENTRY (DATE-IND + 1).
      **
      **
       MARK-PUBLISHED-DATE.
           MOVE PUB-DATE (PUB-IND) TO DATE-WORK
           PERFORM LOCATE-HELD-DATE
      *
           IF DATE-SUB = 0
               MOVE 'AS-OF DATE NOT HELD IN THE REPOSITORY'
                 TO PUB-REASON (PUB-IND)
           ELSE
            IF DTE-PUBLISHED (DATE-SUB)
               MOVE 'ALREADY MARKED AS PUBLISHED'
                 TO PUB-REASON (PUB-IND)
            ELSE
               MOVE 'PUB' TO REP-MATRIX-ID
               MOVE DATE-WORK TO REP-ASOF-DATE
               MOVE 0 TO REP-ROW
               MOVE 0 TO REP-COLMN
               MOVE 0 TO REP-NUM
               MOVE DTE-CLASS-VER (DATE-SUB) TO REP-CLASS-VER
               MOVE DTE-PRICE-BASIS (DATE-SUB) TO REP-PRICE-BASIS
      *
               WRITE REP-REC
                 INVALID KEY
                   MOVE 'MARKER WRITE FAILED - STATUS '
                     TO PUB-REASON (PUB-IND)
                   MOVE REP-FILE-STATUS TO PUB-REASON (PUB-IND) (30:2)
               END-WRITE
      *
               IF PUB-REASON (PUB-IND) = SPACES
                   MOVE 'Y' TO DTE-PUB-SW (DATE-SUB)
                   MOVE 'M' TO DTE-ACTION (DATE-SUB)
                   ADD 1 TO PUB-DATE-COUNT
                   MOVE 'PUBLISH' TO RLG-ACTION-WORK
                   MOVE 0 TO RLG-COUNT-WORK
                   MOVE 'MARKED BY PUBLISH= CARD' TO RLG-NOTE-WORK
                   PERFORM WRITE-REPOSITORY-LOG
               END-IF
            END-IF
           END-IF
      *
           IF PUB-REASON (PUB-IND) NOT = SPACES
               ADD 1 TO REQ-REJ-COUNT
               MOVE 'REFUSED' TO RLG-ACTION-WORK
               MOVE 0 TO RLG-COUNT-WORK
               MOVE PUB-REASON (PUB-IND) TO RLG-NOTE-WORK
               PERFORM WRITE-REPOSITORY-LOG
           END-IF.
      **
      **
       LOCATE-HELD-DATE.
           MOVE 0 TO DATE-SUB
      *
           PERFORM FIND-HELD-DATE VARYING DATE-IND FROM 1 BY 1
             UNTIL DATE-IND > DATE-COUNT OR DATE-SUB > 0.
      **
      **
       FIND-HELD-DATE.
           IF DTE-ASOF (DATE-IND) = DATE-WORK
             AND NOT DTE-PURGED (DATE-IND)
             AND (DTE-IO-COUNT (DATE-IND) > 0
               OR DTE-LTF-COUNT (DATE-IND) > 0)
               MOVE DATE-IND TO DATE-SUB
           END-IF.
      **
      **
       PURGE-EXPIRED-DATES.
           OPEN OUTPUT ARCFILE
      *
           IF ARC-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHIVE NOT AVAILABLE - ARCFILE OPEN STATUS '
                 ARC-FILE-STATUS ' - NO AS-OF DATES PURGED'
               MOVE 12 TO RUN-RC
           ELSE
               MOVE 'Y' TO ARC-OPEN-SW
               MOVE SPACES TO ARC-CTL-REC
               MOVE 'HDR' TO ARC-CTL-TYPE
               MOVE RUN-DATE TO ARC-CTL-DATE
               MOVE CUTOFF-DATE TO ARC-CTL-CUTOFF
               MOVE 0 TO ARC-CTL-COUNT
               MOVE 0 TO ARC-CTL-DATES
               MOVE 0 TO ARC-CTL-HASH
               WRITE ARC-CTL-REC
      *
               PERFORM PURGE-ONE-DATE VARYING DATE-IND FROM 1 BY 1
                 UNTIL DATE-IND > DATE-COUNT
      *
               MOVE SPACES TO ARC-CTL-REC
               MOVE 'TRL' TO ARC-CTL-TYPE
               MOVE RUN-DATE TO ARC-CTL-DATE
               MOVE CUTOFF-DATE TO ARC-CTL-CUTOFF
               MOVE ARC-CELL-COUNT TO ARC-CTL-COUNT
               MOVE PUR-DATE-COUNT TO ARC-CTL-DATES
               MOVE ARC-HASH TO ARC-CTL-HASH
               WRITE ARC-CTL-REC
      *
               CLOSE ARCFILE
               MOVE 'N' TO ARC-OPEN-SW
           END-IF.
      **
      **
       PURGE-ONE-DATE.
           IF DTE-ASOF (DATE-IND) < CUTOFF-DATE
      *
               MOVE DTE-ASOF (DATE-IND) TO DATE-WORK
               MOVE 0 TO PUR-DATE-CELLS
               MOVE PUR-FAIL-COUNT TO PUR-FAIL-START
      *
               MOVE 'IO ' TO MATRIX-WORK-ID
               PERFORM PURGE-DATE-MATRIX
               MOVE 'LTF' TO MATRIX-WORK-ID
               PERFORM PURGE-DATE-MATRIX
               MOVE 'PUB' TO MATRIX-WORK-ID
               PERFORM PURGE-DATE-MATRIX
      *
               MOVE 'P' TO DTE-ACTION (DATE-IND)
               ADD 1 TO PUR-DATE-COUNT
      *
               MOVE 'PURGE' TO RLG-ACTION-WORK
               MOVE PUR-DATE-CELLS TO RLG-COUNT-WORK
               MOVE SPACES TO RLG-NOTE-WORK
               IF PUR-FAIL-COUNT > PUR-FAIL-START
                   MOVE 'ARCHIVED - NOT ALL RECORDS DELETED'
                     TO RLG-NOTE-WORK
               ELSE
                   STRING 'ARCHIVED - RETAIN CUTOFF ' CUTOFF-DATE
                     DELIMITED BY SIZE INTO RLG-NOTE-WORK
               END-IF
               PERFORM WRITE-REPOSITORY-LOG
      *
           END-IF.
      **
      **
       PURGE-DATE-MATRIX.
           MOVE 'N' TO BROWSE-END-SW
           MOVE MATRIX-WORK-ID TO REP-MATRIX-ID
           MOVE DATE-WORK TO REP-ASOF-DATE
           MOVE 0 TO REP-ROW
           MOVE 0 TO REP-COLMN
      *
           START REPFILE KEY IS NOT LESS THAN REP-KEY
             INVALID KEY
               MOVE 'Y' TO BROWSE-END-SW
           END-START
      *
           PERFORM PURGE-REPOSITORY-CELL UNTIL BROWSE-END.
      **
      **
       PURGE-REPOSITORY-CELL.
            READ REPFILE NEXT RECORD
      *
             AT END
              MOVE 'Y' TO BROWSE-END-SW
      *
             NOT AT END
              IF REP-MATRIX-ID NOT = MATRIX-WORK-ID
                 OR REP-ASOF-DATE NOT = DATE-WORK
                MOVE 'Y' TO BROWSE-END-SW
              ELSE
                MOVE SPACES TO ARC-REC
                MOVE 'REP' TO ARC-REC-TYPE
                MOVE REP-IMAGE-REC TO ARC-REP-IMAGE
                WRITE ARC-REC
                ADD 1 TO ARC-CELL-COUNT
                ADD REP-NUM TO ARC-HASH
      *
                DELETE REPFILE RECORD
                  INVALID KEY
                    DISPLAY 'PURGE DELETE FAILED FOR ' REP-MATRIX-ID
                      ' AS-OF ' REP-ASOF-DATE ' ROW ' REP-ROW
                      ' COLUMN ' REP-COLMN ' - STATUS '
                      REP-FILE-STATUS
                    ADD 1 TO PUR-FAIL-COUNT
                  NOT INVALID KEY
                    ADD 1 TO PUR-CELL-COUNT
                    ADD 1 TO PUR-DATE-CELLS
                END-DELETE
              END-IF
      *
            END-READ.
      **
      **
       RELOAD-ARCHIVED-DATES.
           MOVE 0 TO RLD-PENDING
      *
           PERFORM CHECK-RELOAD-REQUEST VARYING RLD-IND FROM 1 BY 1
             UNTIL RLD-IND > RLD-COUNT
      *
           IF RLD-PENDING > 0
               PERFORM PROVE-RELOAD-ARCHIVE
           END-IF
      *
           IF RLD-PENDING > 0
      *
               OPEN INPUT ARIFILE
               MOVE SPACES TO ARI-REC
               PERFORM LOAD-ARCHIVE-RECORD UNTIL ARI-EOF
               CLOSE ARIFILE
      *
           END-IF
      *
           PERFORM FINISH-RELOAD-REQUEST VARYING RLD-IND
             FROM 1 BY 1 UNTIL RLD-IND > RLD-COUNT.
      **
      **
       CHECK-RELOAD-REQUEST.
           MOVE RLD-DATE (RLD-IND) TO DATE-WORK
           PERFORM LOCATE-HELD-DATE
           MOVE 0 TO RLD-SUB
      *
           PERFORM FIND-RELOAD-DUPLICATE VARYING RLD-CHK FROM 1 BY 1
             UNTIL RLD-CHK >= RLD-IND
      *
           IF DATE-SUB > 0
               MOVE 'X' TO RLD-STATE (RLD-IND)
               MOVE 'AS-OF DATE STILL HELD - NOT RELOADED'
                 TO RLD-REASON (RLD-IND)
           ELSE
            IF RLD-SUB > 0
               MOVE 'X' TO RLD-STATE (RLD-IND)
               MOVE 'DUPLICATE RELOAD= CARD' TO RLD-REASON (RLD-IND)
            ELSE
               ADD 1 TO RLD-PENDING
            END-IF
           END-IF.
      **
      **
       FIND-RELOAD-DUPLICATE.
           IF RLD-DATE (RLD-CHK) = DATE-WORK
               MOVE RLD-CHK TO RLD-SUB
           END-IF.
      **
      **
       PROVE-RELOAD-ARCHIVE.
           OPEN INPUT ARIFILE
      *
           IF ARI-FILE-STATUS NOT = '00'
               DISPLAY 'RELOAD ARCHIVE NOT AVAILABLE - ARIFILE OPEN '
                 'STATUS ' ARI-FILE-STATUS ' - NO AS-OF DATES RELOADED'
               MOVE 'ARCHIVE NOT AVAILABLE' TO REQ-REASON
               PERFORM REJECT-PENDING-RELOADS
           ELSE
      *
               MOVE SPACES TO ARI-REC
               PERFORM PROVE-ARCHIVE-RECORD UNTIL ARI-EOF
               CLOSE ARIFILE
      *
               IF NOT ARI-HDR-SEEN OR NOT ARI-TRL-SEEN OR ARI-BAD
                 OR ARI-CELL-COUNT NOT = ARI-EXP-COUNT
                 OR ARI-HASH NOT = ARI-EXP-HASH
                   DISPLAY 'RELOAD ARCHIVE FAILS ITS CONTROL TRAILER - '
                     'CELLS READ ' ARI-CELL-COUNT ' TRAILER COUNT '
                     ARI-EXP-COUNT ' - NO AS-OF DATES RELOADED'
                   MOVE 'ARCHIVE FAILS ITS CONTROL TRAILER'
                     TO REQ-REASON
                   PERFORM REJECT-PENDING-RELOADS
               ELSE
                   PERFORM CHECK-ARCHIVED-DATE VARYING RLD-IND
                     FROM 1 BY 1 UNTIL RLD-IND > RLD-COUNT
               END-IF
      *
           END-IF.
      **
      **
       PROVE-ARCHIVE-RECORD.
            READ ARIFILE
      *
             AT END
              SET ARI-EOF TO TRUE
      *
             NOT AT END
              ADD 1 TO ARI-READ-COUNT
      *
              IF ARI-TRL-SEEN
                MOVE 'Y' TO ARI-BAD-SW
              ELSE
               IF ARI-HDR-REC
                 IF ARI-READ-COUNT = 1
                   MOVE 'Y' TO ARI-HDR-SW
                 ELSE
                   MOVE 'Y' TO ARI-BAD-SW
                 END-IF
               ELSE
                IF ARI-TRL-REC
                  MOVE 'Y' TO ARI-TRL-SW
                  MOVE ARI-CTL-COUNT TO ARI-EXP-COUNT
                  MOVE ARI-CTL-HASH TO ARI-EXP-HASH
                ELSE
                 IF ARI-CELL-REC
                   ADD 1 TO ARI-CELL-COUNT
                   ADD ARI-NUM TO ARI-HASH
                   PERFORM COUNT-ARCHIVED-CELL
                 ELSE
                   MOVE 'Y' TO ARI-BAD-SW
                 END-IF
                END-IF
               END-IF
              END-IF
      *
            END-READ.
      **
      **
       COUNT-ARCHIVED-CELL.
           PERFORM ADD-ARCHIVED-CELL VARYING RLD-IND FROM 1 BY 1
             UNTIL RLD-IND > RLD-COUNT.
      **
      **
       ADD-ARCHIVED-CELL.
           IF RLD-WANTED (RLD-IND)
             AND RLD-DATE (RLD-IND) = ARI-ASOF-DATE
               ADD 1 TO RLD-CELLS (RLD-IND)
           END-IF.
      **
      **
       CHECK-ARCHIVED-DATE.
           IF RLD-WANTED (RLD-IND) AND RLD-CELLS (RLD-IND) = 0
               MOVE 'X' TO RLD-STATE (RLD-IND)
               MOVE 'AS-OF DATE NOT IN THE ARCHIVE'
                 TO RLD-REASON (RLD-IND)
               SUBTRACT 1 FROM RLD-PENDING
           END-IF
      *
           IF RLD-WANTED (RLD-IND)
               MOVE 0 TO RLD-CELLS (RLD-IND)
           END-IF.
      **
      **
       REJECT-PENDING-RELOADS.
           PERFORM REJECT-RELOAD-REQUEST VARYING RLD-IND FROM 1 BY 1
             UNTIL RLD-IND > RLD-COUNT
      *
           MOVE 0 TO RLD-PENDING
           MOVE 12 TO RUN-RC.
      **
      **
       REJECT-RELOAD-REQUEST.
           IF RLD-WANTED (RLD-IND)
               MOVE 'X' TO RLD-STATE (RLD-IND)
               MOVE 0 TO RLD-CELLS (RLD-IND)
               MOVE REQ-REASON TO RLD-REASON (RLD-IND)
           END-IF.
      **
      **
       LOAD-ARCHIVE-RECORD.
            READ ARIFILE
      *
             AT END
              SET ARI-EOF TO TRUE
      *
             NOT AT END
              IF ARI-CELL-REC
                MOVE 0 TO RLD-SUB
                PERFORM FIND-WANTED-RELOAD VARYING RLD-IND
                  FROM 1 BY 1 UNTIL RLD-IND > RLD-COUNT
                IF RLD-SUB > 0
                  PERFORM STORE-ARCHIVED-CELL
                END-IF
              END-IF
      *
            END-READ.
      **
      **
       FIND-WANTED-RELOAD.
           IF RLD-WANTED (RLD-IND)
             AND RLD-DATE (RLD-IND) = ARI-ASOF-DATE
               MOVE RLD-IND TO RLD-SUB
           END-IF.
      **
      **
       STORE-ARCHIVED-CELL.
           MOVE ARI-REP-IMAGE TO REP-IMAGE-REC
      *
           WRITE REP-REC
             INVALID KEY
               DISPLAY 'RELOAD WRITE FAILED FOR ' REP-KEY
                 ' - STATUS ' REP-FILE-STATUS
               MOVE 'CELL WRITE FAILED - SEE SYSOUT'
                 TO RLD-REASON (RLD-SUB)
             NOT INVALID KEY
               ADD 1 TO RLD-CELLS (RLD-SUB)
               ADD 1 TO RLD-CELL-COUNT
               MOVE REP-ASOF-DATE TO DATE-WORK
               PERFORM LOCATE-DATE-ENTRY
               IF DATE-SUB > 0
                 PERFORM COUNT-REPOSITORY-CELL
                 MOVE 'R' TO DTE-ACTION (DATE-SUB)
               END-IF
           END-WRITE.
      **
      **
       FINISH-RELOAD-REQUEST.
           MOVE RLD-DATE (RLD-IND) TO DATE-WORK
           MOVE RLD-CELLS (RLD-IND) TO RLG-COUNT-WORK
           MOVE RLD-REASON (RLD-IND) TO RLG-NOTE-WORK
      *
           IF RLD-WANTED (RLD-IND)
               MOVE 'D' TO RLD-STATE (RLD-IND)
               ADD 1 TO RLD-DATE-COUNT
               MOVE 'RELOAD' TO RLG-ACTION-WORK
               IF RLD-REASON (RLD-IND) = SPACES
                   MOVE 'RELOADED FROM ARCHIVE' TO RLG-NOTE-WORK
               ELSE
                   ADD 1 TO REQ-REJ-COUNT
               END-IF
           ELSE
               MOVE 'REFUSED' TO RLG-ACTION-WORK
               ADD 1 TO REQ-REJ-COUNT
           END-IF
      *
           PERFORM WRITE-REPOSITORY-LOG.
      **
      **
       WRITE-REPOSITORY-LOG.
           ACCEPT RUN-TIME-WORK FROM TIME
           MOVE SPACES TO RLG-REC
           MOVE RUN-DATE TO RLG-RUN-DATE
           MOVE RUN-TIME-WORK (1:6) TO RLG-RUN-TIME
           MOVE 'REPMAINT' TO RLG-PROGRAM
           MOVE REQUESTER TO RLG-USER-ID
           MOVE RLG-ACTION-WORK TO RLG-ACTION
           MOVE DATE-WORK TO RLG-ASOF-DATE
           MOVE RLG-COUNT-WORK TO RLG-CELL-COUNT
           MOVE RLG-NOTE-WORK TO RLG-NOTE
           WRITE RLG-REC.
      **
      **
       WRITE-DATE-LISTING.
           MOVE RUN-DATE TO RPT-HDG-DATE
           IF RETAIN-GIVEN
               MOVE CUTOFF-DATE TO RPT-HDG-CUTOFF
           ELSE
               MOVE 'NONE' TO RPT-HDG-CUTOFF
           END-IF
           WRITE RPT-REC FROM RPT-PAGE-HEADING
           WRITE RPT-REC FROM RPT-COL-HEADING
      *
           PERFORM WRITE-DATE-LINE VARYING DATE-IND FROM 1 BY 1
             UNTIL DATE-IND > DATE-COUNT.
      **
      **
       WRITE-DATE-LINE.
           MOVE SPACES TO RPT-DATE-LINE
           MOVE DTE-ASOF (DATE-IND) TO RPT-DTE-ASOF
           MOVE DTE-IO-COUNT (DATE-IND) TO RPT-DTE-IO
           MOVE DTE-LTF-COUNT (DATE-IND) TO RPT-DTE-LTF
           MOVE DTE-CLASS-VER (DATE-IND) TO RPT-DTE-CLASS
      *
           IF DTE-PUBLISHED (DATE-IND)
               MOVE 'YES' TO RPT-DTE-PUB
           ELSE
               MOVE 'NO' TO RPT-DTE-PUB
           END-IF
      *
           IF DTE-PRICE-BASIS (DATE-IND) = 'C'
               MOVE 'CONSTANT' TO RPT-DTE-PRICE
           ELSE
               MOVE 'CURRENT' TO RPT-DTE-PRICE
           END-IF
      *
           IF DTE-PURGED (DATE-IND)
               MOVE 'ARCHIVED AND DELETED' TO RPT-DTE-ACTION
           ELSE
            IF DTE-RELOADED (DATE-IND)
               MOVE 'RELOADED FROM ARCHIVE' TO RPT-DTE-ACTION
            ELSE
             IF DTE-MARKED (DATE-IND)
               MOVE 'MARKED AS PUBLISHED' TO RPT-DTE-ACTION
             ELSE
               MOVE 'HELD' TO RPT-DTE-ACTION
             END-IF
            END-IF
           END-IF
      *
           WRITE RPT-REC FROM RPT-DATE-LINE.
      **
      **
       WRITE-REQUEST-LINES.
           IF RLD-COUNT > 0 OR PUB-COUNT > 0
      *
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               WRITE RPT-REC FROM RPT-REQ-HEADING
      *
               PERFORM WRITE-PUBLISH-REQUEST VARYING PUB-IND
                 FROM 1 BY 1 UNTIL PUB-IND > PUB-COUNT
      *
               PERFORM WRITE-RELOAD-REQUEST VARYING RLD-IND
                 FROM 1 BY 1 UNTIL RLD-IND > RLD-COUNT
      *
           END-IF.
      **
      **
       WRITE-PUBLISH-REQUEST.
           MOVE SPACES TO RPT-REQ-LINE
           MOVE 'PUBLISH' TO RPT-REQ-TYPE
           MOVE PUB-DATE (PUB-IND) TO RPT-REQ-DATE
      *
           IF PUB-REASON (PUB-IND) = SPACES
               MOVE 'MARKED AS PUBLISHED' TO RPT-REQ-RESULT
           ELSE
               MOVE PUB-REASON (PUB-IND) TO RPT-REQ-RESULT
           END-IF
      *
           WRITE RPT-REC FROM RPT-REQ-LINE.
      **
      **
       WRITE-RELOAD-REQUEST.
           MOVE SPACES TO RPT-REQ-LINE
           MOVE 'RELOAD' TO RPT-REQ-TYPE
           MOVE RLD-DATE (RLD-IND) TO RPT-REQ-DATE
      *
           IF RLD-REASON (RLD-IND) = SPACES
               MOVE 'RELOADED' TO RPT-REQ-RESULT
           ELSE
               MOVE RLD-REASON (RLD-IND) TO RPT-REQ-RESULT
           END-IF
      *
           WRITE RPT-REC FROM RPT-REQ-LINE.
      **
      **
       WRITE-SUMMARY-LINES.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
      *
           MOVE REP-READ-COUNT TO RPT-CNT-VALUE
           MOVE 'REPOSITORY RECORDS READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE DATE-COUNT TO RPT-CNT-VALUE
           MOVE 'AS-OF DATES LISTED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           IF DATE-LOST-COUNT > 0
               MOVE DATE-LOST-COUNT TO RPT-CNT-VALUE
               MOVE 'RECORDS OF DATES BEYOND THE LISTING TABLE'
                 TO RPT-CNT-TEXT
               WRITE RPT-REC FROM RPT-COUNT-LINE
           END-IF
      *
           MOVE PUR-DATE-COUNT TO RPT-CNT-VALUE
           MOVE 'AS-OF DATES ARCHIVED AND DELETED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE PUR-CELL-COUNT TO RPT-CNT-VALUE
           MOVE 'RECORDS DELETED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           IF PUR-FAIL-COUNT > 0
               MOVE PUR-FAIL-COUNT TO RPT-CNT-VALUE
               MOVE 'ARCHIVED RECORDS NOT DELETED - SEE SYSOUT'
                 TO RPT-CNT-TEXT
               WRITE RPT-REC FROM RPT-COUNT-LINE
           END-IF
      *
           MOVE RLD-DATE-COUNT TO RPT-CNT-VALUE
           MOVE 'AS-OF DATES RELOADED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE RLD-CELL-COUNT TO RPT-CNT-VALUE
           MOVE 'RECORDS RELOADED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE PUB-DATE-COUNT TO RPT-CNT-VALUE
           MOVE 'AS-OF DATES MARKED AS PUBLISHED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE REQ-REJ-COUNT TO RPT-CNT-VALUE
           MOVE 'REQUESTS REJECTED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           IF RUN-RC = 12
               MOVE 'MAINTENANCE INCOMPLETE - SEE SYSOUT'
                 TO RPT-STATUS
           ELSE
            IF REQ-REJ-COUNT > 0 OR DATE-LOST-COUNT > 0
               MOVE 'MAINTENANCE COMPLETE - SEE REJECTED REQUESTS'
                 TO RPT-STATUS
            ELSE
               MOVE 'MAINTENANCE COMPLETE' TO RPT-STATUS
            END-IF
           END-IF
           WRITE RPT-REC FROM RPT-STATUS-LINE.
