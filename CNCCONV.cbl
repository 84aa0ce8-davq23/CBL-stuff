      *****************************************************************
      * Program name:    CNCCONV
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/2026 DQ              Created - classification concordance
      *                            conversion.  Restates the prior-
      *                            period extract, the multiplier
      *                            history and selected repository
      *                            as-of dates from the old sector
      *                            scheme onto the revised one through
      *                            an old-code/new-code/weight
      *                            concordance, prints a reconciliation
      *                            of every split and merge, and stamps
      *                            the new classification version on
      *                            everything it writes
      * 10/15/2026 DQ              Price-basis stamp on prior-period,
      *                            history and repository records is
      *                            carried through the conversion
      * 10/15/2026 DQ              Published repository as-of dates
      *                            are refused (RC 12) unless a
      *                            PUBOVERRIDE= card names the date;
      *                            refusals and overrides are written
      *                            to the repository log (RLGDD)
      * 10/15/2026 DQ              Prior-period cells not on FROMVER
      *                            are copied to NPVDD unchanged, as
      *                            history records are, instead of
      *                            being dropped
      *
      * Description: Converts LEONTIEF prior-period, history and
      *              repository data between sector classification
      *              versions
      *
      * The concordance weight is the share of the old sector that
      * goes to the new one; the weights of each old code must add
      * to one.  A selling (row) sector is allocated by the weights -
      * a split divides its sales, a merge adds them.  A buying
      * (column) sector's technology is carried whole into each part
      * of a split, and a merge takes the weighted average of the
      * merged columns.  Multipliers are restated like columns.  Each
      * new sector's column total, times its concordance weight, must
      * equal the weighted column totals of the old sectors feeding
      * it - that is the balance the reconciliation proves, sector by
      * sector for every split or merge and in total for every matrix
      * and history quarter.  Restated inverse cells are a
      * concordance estimate, not a re-solved inverse.
      *
      * Parameter cards (PRMDD, * in column one = comment):
      *   FROMVER=2017              classification version being
      *                             converted (optional - omit for
      *                             data written before versions
      *                             were stamped)
      *   TOVER=2027                version stamped on the output
      *   OLDSECTORS=100            sector count of the old scheme
      *   NEWSECTORS=104            sector count of the new scheme
      *   ASOF=20260630             repository as-of date to restate
      *                             in place (optional, up to 20)
      *   PUBOVERRIDE=20260630,JSMITH
      *                             allow a published as-of date to
      *                             be restated - date and requester,
      *                             one card per published date (as
      *                             the LEONTIEF control card)
      *
      * An ASOF= date carrying the repository's 'PUB' marker (row and
      * column 000) has been published.  Unless a PUBOVERRIDE= card
      * names it, the run is refused before any repository date is
      * touched and a REFUSED entry goes to the repository log; an
      * honoured override writes an OVERWRITE entry with the count of
      * cells rewritten and the requester.
      *
      * Concordance cards (CNCDD, * in column one = comment):
      *   cols  1- 3 old sector code
      *   cols  5- 7 new sector code
      *   cols  9-15 weight, 7 digits with an implied decimal after
      *              the first (1000000 = whole sector)
      *
      * Prior-period cells and history records already on another
      * version are copied across unchanged.
      *
      * Return codes: 0 clean, 4 cells or history records outside
      *              OLDSECTORS dropped, as-of dates skipped or a
      *              reconciliation difference over tolerance, 8
      *              parameter card or concordance error (nothing
      *              converted), 12 repository not available, a
      *              repository write failed or a published as-of
      *              date was named without a PUBOVERRIDE= card
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CNCCONV.
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
           SELECT CNCFILE ASSIGN TO CNCDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CNC-FILE-STATUS.
      *
           SELECT PRVFILE ASSIGN TO PRVDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS PRV-FILE-STATUS.
      *
           SELECT NPVFILE ASSIGN TO NPVDD
            ORGANIZATION IS SEQUENTIAL.
      *
           SELECT HSTFILE ASSIGN TO HSTDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS HST-FILE-STATUS.
      *
           SELECT NHSFILE ASSIGN TO NHSDD
            ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPFILE ASSIGN TO REPDD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS REP-KEY
            FILE STATUS IS REP-FILE-STATUS.
      *
           SELECT RPTFILE ASSIGN TO RPTDD
            ORGANIZATION IS SEQUENTIAL.
      *
           SELECT OPTIONAL RLGFILE ASSIGN TO RLGDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS RLG-FILE-STATUS.
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
       FD  CNCFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS CNC-REC.
       01  CNC-REC.
           88 CNC-EOF          VALUE HIGH-VALUES.
           02 CNC-OLD-CODE     PIC 9(03).
           02 FILLER           PIC X(01).
           02 CNC-NEW-CODE     PIC 9(03).
           02 FILLER           PIC X(01).
           02 CNC-WEIGHT       PIC 9(01)V9(06).
           02 FILLER           PIC X(65).
       01  CNC-CTL-REC.
           02 CNC-BYTE-1       PIC X(01).
              88 CNC-COMMENT-REC  VALUE '*'.
           02 FILLER           PIC X(79).
      **
      **
       FD  PRVFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PRV-REC.
       01  PRV-REC.
           88 PRV-EOF     VALUE HIGH-VALUES.
           02 PRV-ROW     PIC 9(03).
           02 FILLER      PIC X.
           02 PRV-COLMN   PIC 9(03).
           02 FILLER      PIC X.
           02 PRV-NUM     PIC -9(08)V9(10).
           02 FILLER      PIC X(01).
           02 PRV-MATRIX-ID PIC X(03).
           02 FILLER      PIC X(01).
           02 PRV-CLASS-VER PIC X(04).
           02 FILLER      PIC X(01).
           02 PRV-PRICE-BASE PIC X(04).
           02 FILLER      PIC X(39).
      **
      **
       FD  NPVFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS NPV-REC.
       01  NPV-REC.
           02 NPV-ROW     PIC 9(03).
           02 FILLER      PIC X.
           02 NPV-COLMN   PIC 9(03).
           02 FILLER      PIC X.
           02 NPV-NUM     PIC -9(08)V9(10).
           02 FILLER      PIC X(01).
           02 NPV-MATRIX-ID PIC X(03).
           02 FILLER      PIC X(01).
           02 NPV-CLASS-VER PIC X(04).
           02 FILLER      PIC X(01).
           02 NPV-PRICE-BASE PIC X(04).
           02 FILLER      PIC X(39).
      **
      **
       FD  HSTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS HST-REC.
       01  HST-REC.
           88 HST-EOF          VALUE HIGH-VALUES.
           02 HST-ASOF-DATE    PIC X(08).
           02 FILLER           PIC X(01).
           02 HST-SECTOR-CODE  PIC 9(03).
           02 FILLER           PIC X(01).
           02 HST-MULT-TYPE    PIC X(01).
           02 FILLER           PIC X(01).
           02 HST-MULT-AMT     PIC -9(08)V9(10).
           02 FILLER           PIC X(01).
           02 HST-CLASS-VER    PIC X(04).
           02 FILLER           PIC X(01).
           02 HST-PRICE-BASE   PIC X(04).
           02 FILLER           PIC X(36).
      **
      **
       FD  NHSFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS NHS-REC.
       01  NHS-REC.
           02 NHS-ASOF-DATE    PIC X(08).
           02 FILLER           PIC X(01).
           02 NHS-SECTOR-CODE  PIC 9(03).
           02 FILLER           PIC X(01).
           02 NHS-MULT-TYPE    PIC X(01).
           02 FILLER           PIC X(01).
           02 NHS-MULT-AMT     PIC -9(08)V9(10).
           02 FILLER           PIC X(01).
           02 NHS-CLASS-VER    PIC X(04).
           02 FILLER           PIC X(01).
           02 NHS-PRICE-BASE   PIC X(04).
           02 FILLER           PIC X(36).
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
       WORKING-STORAGE SECTION.
      *--------------------------INDICES-----------------------------*
       77  ROW-IND        PIC S9(03) USAGE IS COMP.
       77  COL-IND        PIC S9(03) USAGE IS COMP.
       77  OLD-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  NEW-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  ASOF-IND       PIC S9(03) USAGE IS COMP VALUE 0.
       77  CNC-IND        PIC S9(05) USAGE IS COMP VALUE 0.
       77  CNC-SUB        PIC S9(05) USAGE IS COMP VALUE 0.
       77  OVR-IND        PIC S9(03) USAGE IS COMP VALUE 0.
      *-----------------------SINGLE VARIABLES-----------------------*
       77  PRM-FILE-STATUS PIC X(02) VALUE SPACES.
       77  CNC-FILE-STATUS PIC X(02) VALUE SPACES.
       77  PRV-FILE-STATUS PIC X(02) VALUE SPACES.
       77  HST-FILE-STATUS PIC X(02) VALUE SPACES.
       77  REP-FILE-STATUS PIC X(02) VALUE SPACES.
       77  RLG-FILE-STATUS PIC X(02) VALUE SPACES.
       77  RLG-TIME-NUM   PIC 9(08) VALUE 0.
       77  RLG-ACTION-WORK PIC X(09) VALUE SPACES.
       77  RLG-USER-WORK  PIC X(08) VALUE SPACES.
       77  RLG-COUNT-WORK PIC S9(07) USAGE IS COMP VALUE 0.
       77  RLG-NOTE-WORK  PIC X(38) VALUE SPACES.
       77  REP-OVERRIDE-DATE PIC X(08) VALUE SPACES.
       77  REP-OVERRIDE-USER PIC X(08) VALUE SPACES.
       77  RUN-RC         PIC S9(04) USAGE IS COMP VALUE 0.
       77  FROM-VERSION   PIC X(04) VALUE SPACES.
       77  TO-VERSION     PIC X(04) VALUE SPACES.
       77  OLD-SECTORS    PIC S9(03) USAGE IS COMP VALUE 0.
       77  NEW-SECTORS    PIC S9(03) USAGE IS COMP VALUE 0.
       77  PRM-SECT-NUM   PIC 9(03) VALUE 0.
       77  MATRIX-WORK-ID PIC X(03) VALUE SPACES.
       77  REP-DATE-WORK  PIC X(08) VALUE SPACES.
       77  SOURCE-LABEL   PIC X(18) VALUE SPACES.
       77  BLOCK-DATE     PIC X(08) VALUE SPACES.
       77  BLOCK-TYPE     PIC X(01) VALUE SPACES.
       77  BLOCK-BASE     PIC X(04) VALUE SPACES.
       77  PRICE-BASE-WORK PIC X(04) VALUE SPACES.
       77  REP-BASIS-WORK PIC X(01) VALUE SPACES.
       77  CNC-MAX        PIC S9(05) USAGE IS COMP VALUE 2000.
       77  ASOF-MAX       PIC S9(03) USAGE IS COMP VALUE 20.
       77  OVR-MAX        PIC S9(03) USAGE IS COMP VALUE 20.
      *--------------------------AMOUNTS-----------------------------*
       77  WEIGHT-SUM     PIC S9(03)V9(06) USAGE IS COMP-3 VALUE 0.
       77  WEIGHT-LOW     PIC S9(03)V9(06) USAGE IS COMP-3
                           VALUE 0.999999.
       77  WEIGHT-HIGH    PIC S9(03)V9(06) USAGE IS COMP-3
                           VALUE 1.000001.
       77  RECON-EXPECTED PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  RECON-RESTATED PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  RECON-DIFF     PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  RECON-ABS      PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  RECON-TOT-EXPECTED PIC S9(10)V9(10) USAGE IS COMP-3
                           VALUE 0.
       77  RECON-TOT-RESTATED PIC S9(10)V9(10) USAGE IS COMP-3
                           VALUE 0.
       77  RECON-TOLERANCE PIC S9(01)V9(10) USAGE IS COMP-3
                           VALUE 0.0000100000.
      *--------------------------COUNTERS----------------------------*
       77  CNC-READ-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  CNC-COUNT      PIC S9(05) USAGE IS COMP VALUE 0.
       77  CNC-BAD-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  PRV-CELL-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  PRV-COPY-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  PRV-BAD-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  NPV-OUT-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  HST-READ-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  HST-COPY-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  HST-BAD-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  HST-BLOCK-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  NHS-OUT-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  REP-CELL-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  REP-REFUSE-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  REP-DEL-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  REP-OUT-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  REP-OUT-START  PIC S9(07) USAGE IS COMP VALUE 0.
       77  REP-PUB-REFUSE-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  REP-DATE-DONE-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  REP-DATE-SKIP-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  RECON-FLAG-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
      *--------------------------SWITCHES----------------------------*
       77  PRM-ERR-SW     PIC X(01) VALUE 'N'.
           88  PRM-ERROR        VALUE 'Y'.
       77  PRM-KEYWORD    PIC X(12) VALUE SPACES.
       77  CNC-ERR-SW     PIC X(01) VALUE 'N'.
           88  CNC-ERROR        VALUE 'Y'.
       77  BROWSE-END-SW  PIC X(01) VALUE 'N'.
           88  BROWSE-END       VALUE 'Y'.
       77  BLOCK-SW       PIC X(01) VALUE 'N'.
           88  BLOCK-ACTIVE     VALUE 'Y'.
       77  REP-FAIL-SW    PIC X(01) VALUE 'N'.
           88  REP-FAILED       VALUE 'Y'.
       01  PRM-VALUE-AREA.
           05  PRM-VALUE      PIC X(40) VALUE SPACES.
      *---------------------------TABLES-----------------------------*
       01  ASOF-TABLE.
           05  ASOF-ELM OCCURS 20 TIMES PIC X(08) VALUE SPACES.
       77  ASOF-COUNT     PIC S9(03) USAGE IS COMP VALUE 0.
      *    REQUESTER OF THE PUBOVERRIDE= CARD HONOURED FOR A PUBLISHED
      *    AS-OF DATE (SPACES - DATE NOT PUBLISHED)
       01  ASOF-OVR-TABLE.
           05  ASOF-OVR-USER OCCURS 20 TIMES PIC X(08) VALUE SPACES.
       01  OVR-TABLE.
           05  OVR-ENTRY OCCURS 20 TIMES.
               10  OVR-DATE       PIC X(08) VALUE SPACES.
               10  OVR-USER       PIC X(08) VALUE SPACES.
               10  OVR-USED-SW    PIC X(01) VALUE 'N'.
                   88  OVR-USED         VALUE 'Y'.
       77  OVR-COUNT      PIC S9(03) USAGE IS COMP VALUE 0.
       01  CNC-TABLE.
           05  CNC-ENTRY OCCURS 2000 TIMES.
               10  CNC-OLD     PIC S9(03) USAGE IS COMP.
               10  CNC-NEW     PIC S9(03) USAGE IS COMP.
               10  CNC-WGT     PIC S9(01)V9(06) USAGE IS COMP-3.
               10  CNC-VWGT    PIC S9(01)V9(10) USAGE IS COMP-3.
      *    PER OLD SECTOR - WEIGHT TOTAL, CONCORDANCE LINES, COLUMN
      *    TOTAL OF THE MATRIX BEING CONVERTED AND HISTORY VALUE
       01  OLD-SECTOR-TABLE.
           05  OLD-SECTOR-ENTRY OCCURS 300 TIMES.
               10  OLD-WGT-TOTAL   PIC S9(03)V9(06) USAGE IS COMP-3
                                    VALUE 0.
               10  OLD-LINE-COUNT  PIC S9(05) USAGE IS COMP VALUE 0.
               10  OLD-COLSUM      PIC S9(08)V9(10) USAGE IS COMP-3
                                    VALUE 0.
               10  OLD-HST-VAL     PIC S9(08)V9(10) USAGE IS COMP-3
                                    VALUE 0.
      *    PER NEW SECTOR - CONCORDANCE WEIGHT RECEIVED, CONCORDANCE
      *    LINES, KIND OF CHANGE, COLUMN TOTAL AND HISTORY VALUE
       01  NEW-SECTOR-TABLE.
           05  NEW-SECTOR-ENTRY OCCURS 300 TIMES.
               10  NEW-MASS        PIC S9(03)V9(06) USAGE IS COMP-3
                                    VALUE 0.
               10  NEW-LINE-COUNT  PIC S9(05) USAGE IS COMP VALUE 0.
               10  NEW-CHANGE      PIC X(11) VALUE SPACES.
               10  NEW-COLSUM      PIC S9(08)V9(10) USAGE IS COMP-3
                                    VALUE 0.
               10  NEW-HST-VAL     PIC S9(08)V9(10) USAGE IS COMP-3
                                    VALUE 0.
       01  OLD-MTRX.
           05  ROW    OCCURS 300 TIMES.
           10  COLMN  OCCURS 300 TIMES.
           15  OLD-ELM PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  MID-MTRX.
           05  ROW    OCCURS 300 TIMES.
           10  COLMN  OCCURS 300 TIMES.
           15  MID-ELM PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  NEW-MTRX.
           05  ROW    OCCURS 300 TIMES.
           10  COLMN  OCCURS 300 TIMES.
           15  NEW-ELM PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
      *----------------------REPORT LINE LAYOUTS---------------------*
       01  RPT-PAGE-HEADING.
           05  FILLER         PIC X(48) VALUE
             'CNCCONV - CLASSIFICATION CONCORDANCE CONVERSION'.
           05  FILLER         PIC X(13) VALUE 'FROM VERSION '.
           05  RPT-HDG-FROM   PIC X(04).
           05  FILLER         PIC X(12) VALUE '  TO VERSION'.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-HDG-TO     PIC X(04).
           05  FILLER         PIC X(22) VALUE SPACES.
       01  RPT-CNC-HEADING.
           05  FILLER         PIC X(05) VALUE 'OLD'.
           05  FILLER         PIC X(05) VALUE 'NEW'.
           05  FILLER         PIC X(10) VALUE '   WEIGHT'.
           05  FILLER         PIC X(13) VALUE 'NEW SECTOR'.
           05  FILLER         PIC X(40) VALUE 'CONCORDANCE ERROR'.
           05  FILLER         PIC X(31) VALUE SPACES.
       01  RPT-CNC-LINE.
           05  RPT-CNC-OLD    PIC X(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-CNC-NEW    PIC X(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-CNC-WGT    PIC 9.999999.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-CNC-CHANGE PIC X(11).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-CNC-ERROR  PIC X(40).
           05  FILLER         PIC X(31) VALUE SPACES.
       01  RPT-RECON-HEADING.
           05  FILLER         PIC X(19) VALUE 'SOURCE'.
           05  FILLER         PIC X(05) VALUE 'NEW'.
           05  FILLER         PIC X(12) VALUE 'CHANGE'.
           05  FILLER         PIC X(19) VALUE '         EXPECTED'.
           05  FILLER         PIC X(19) VALUE '         RESTATED'.
           05  FILLER         PIC X(19) VALUE '       DIFFERENCE'.
           05  FILLER         PIC X(11) VALUE SPACES.
       01  RPT-RECON-LINE.
           05  RPT-RCN-SOURCE PIC X(18).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-RCN-NEW    PIC X(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-RCN-CHANGE PIC X(11).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-RCN-EXPECTED PIC -ZZZZZZZZ9.9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-RCN-RESTATED PIC -ZZZZZZZZ9.9(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-RCN-DIFF   PIC -ZZZZZZZZ9.9(06).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-RCN-FLAG   PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  RPT-CNT-VALUE  PIC ZZZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-CNT-TEXT   PIC X(50).
           05  FILLER         PIC X(46) VALUE SPACES.
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
           IF TO-VERSION = SPACES
               DISPLAY 'TOVER= PARAMETER CARD REQUIRED'
               MOVE 'Y' TO PRM-ERR-SW
           END-IF
      *
           IF TO-VERSION = FROM-VERSION AND TO-VERSION NOT = SPACES
               DISPLAY 'TOVER= MUST DIFFER FROM FROMVER='
               MOVE 'Y' TO PRM-ERR-SW
           END-IF
      *
           IF OLD-SECTORS < 1 OR NEW-SECTORS < 1
               DISPLAY 'OLDSECTORS= AND NEWSECTORS= PARAMETER CARDS '
                 'REQUIRED'
               MOVE 'Y' TO PRM-ERR-SW
           END-IF
      *
           IF PRM-ERROR
               DISPLAY 'PARAMETER CARD ERRORS - CONVERSION NOT RUN'
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           OPEN OUTPUT RPTFILE
           MOVE FROM-VERSION TO RPT-HDG-FROM
           MOVE TO-VERSION TO RPT-HDG-TO
           WRITE RPT-REC FROM RPT-PAGE-HEADING
      *
           OPEN INPUT CNCFILE
      *
           IF CNC-FILE-STATUS NOT = '00'
               DISPLAY 'CONCORDANCE NOT AVAILABLE - CNCFILE OPEN '
                 'STATUS ' CNC-FILE-STATUS
               MOVE 'CONVERSION NOT RUN - NO CONCORDANCE' TO RPT-STATUS
               WRITE RPT-REC FROM RPT-STATUS-LINE
               CLOSE RPTFILE
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           WRITE RPT-REC FROM RPT-CNC-HEADING
           PERFORM READ-CONCORDANCE-FILE UNTIL CNC-EOF
           CLOSE CNCFILE
      *
           PERFORM CHECK-OLD-SECTOR VARYING OLD-IND FROM 1 BY 1
             UNTIL OLD-IND > OLD-SECTORS
      *
           PERFORM CHECK-NEW-SECTOR VARYING NEW-IND FROM 1 BY 1
             UNTIL NEW-IND > NEW-SECTORS
      *
           IF CNC-COUNT = 0
               MOVE 'Y' TO CNC-ERR-SW
           END-IF
      *
           IF CNC-ERROR
               PERFORM WRITE-SUMMARY-LINES
               MOVE 'CONVERSION NOT RUN - CONCORDANCE ERRORS'
                 TO RPT-STATUS
               WRITE RPT-REC FROM RPT-STATUS-LINE
               CLOSE RPTFILE
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           PERFORM CLASSIFY-CONCORDANCE-ENTRY
             VARYING CNC-IND FROM 1 BY 1 UNTIL CNC-IND > CNC-COUNT
      *
           PERFORM LIST-CONCORDANCE-ENTRY VARYING CNC-IND FROM 1 BY 1
             UNTIL CNC-IND > CNC-COUNT
      *
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-RECON-HEADING
      *
           OPEN INPUT PRVFILE
      *
           IF PRV-FILE-STATUS = '00'
             CLOSE PRVFILE
             OPEN OUTPUT NPVFILE
             MOVE 'IO ' TO MATRIX-WORK-ID
             PERFORM CONVERT-PRIOR-MATRIX
             MOVE 'LTF' TO MATRIX-WORK-ID
             PERFORM CONVERT-PRIOR-MATRIX
             CLOSE NPVFILE
           END-IF
      *
           OPEN INPUT HSTFILE
      *
           IF HST-FILE-STATUS = '00'
             OPEN OUTPUT NHSFILE
             PERFORM READ-HISTORY-FILE UNTIL HST-EOF
             IF BLOCK-ACTIVE
               PERFORM CONVERT-HISTORY-BLOCK
             END-IF
             CLOSE HSTFILE
             CLOSE NHSFILE
           END-IF
      *
           IF ASOF-COUNT > 0
             OPEN I-O REPFILE
             IF REP-FILE-STATUS = '00'
               PERFORM CHECK-PUBLISHED-DATE
                 VARYING ASOF-IND FROM 1 BY 1
                 UNTIL ASOF-IND > ASOF-COUNT
               PERFORM CHECK-PUBOVERRIDE-USED
                 VARYING OVR-IND FROM 1 BY 1
                 UNTIL OVR-IND > OVR-COUNT
               IF REP-PUB-REFUSE-COUNT > 0
                 DISPLAY 'PUBLISHED AS-OF DATES NEED A PUBOVERRIDE= '
                   'CARD - NO AS-OF DATES RESTATED'
                 MOVE 'Y' TO REP-FAIL-SW
               ELSE
                 PERFORM CONVERT-REPOSITORY-DATE
                   VARYING ASOF-IND FROM 1 BY 1
                   UNTIL ASOF-IND > ASOF-COUNT OR REP-FAILED
               END-IF
               CLOSE REPFILE
             ELSE
               DISPLAY 'INVERSE REPOSITORY NOT AVAILABLE - REPFILE '
                 'OPEN STATUS ' REP-FILE-STATUS ' - NO AS-OF DATES '
                 'RESTATED'
               MOVE 'Y' TO REP-FAIL-SW
             END-IF
           END-IF
      *
           PERFORM WRITE-SUMMARY-LINES
      *
           IF REP-FAILED
               MOVE 12 TO RUN-RC
               MOVE 'CONVERSION INCOMPLETE - REPOSITORY NOT RESTATED'
                 TO RPT-STATUS
           ELSE
               IF PRV-BAD-COUNT > 0
                  OR HST-BAD-COUNT > 0 OR REP-DATE-SKIP-COUNT > 0
                  OR RECON-FLAG-COUNT > 0
                   MOVE 4 TO RUN-RC
                   MOVE 'CONVERSION COMPLETE - SEE WARNINGS ABOVE'
                     TO RPT-STATUS
               ELSE
                   MOVE 'CONVERSION COMPLETE - ALL TOTALS RECONCILED'
                     TO RPT-STATUS
               END-IF
           END-IF
           WRITE RPT-REC FROM RPT-STATUS-LINE
           CLOSE RPTFILE.
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
                MOVE SPACES TO PRM-KEYWORD
                MOVE SPACES TO PRM-VALUE
                UNSTRING PRM-REC DELIMITED BY '='
                  INTO PRM-KEYWORD PRM-VALUE
                PERFORM APPLY-PARAMETER-CARD
              END-IF
      *
            END-READ.
      **
      **
       APPLY-PARAMETER-CARD.
           IF PRM-KEYWORD = 'FROMVER'
               PERFORM APPLY-FROMVER-CARD
           ELSE
            IF PRM-KEYWORD = 'TOVER'
               PERFORM APPLY-TOVER-CARD
            ELSE
             IF PRM-KEYWORD = 'OLDSECTORS'
               PERFORM APPLY-SECTORS-CARD
               MOVE PRM-SECT-NUM TO OLD-SECTORS
             ELSE
              IF PRM-KEYWORD = 'NEWSECTORS'
               PERFORM APPLY-SECTORS-CARD
               MOVE PRM-SECT-NUM TO NEW-SECTORS
              ELSE
               IF PRM-KEYWORD = 'ASOF'
                PERFORM APPLY-ASOF-CARD
               ELSE
                IF PRM-KEYWORD = 'PUBOVERRIDE'
                 PERFORM APPLY-PUBOVERRIDE-CARD
                ELSE
                 DISPLAY 'UNKNOWN PARAMETER KEYWORD - ' PRM-KEYWORD
                 MOVE 'Y' TO PRM-ERR-SW
                END-IF
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.
      **
      **
       APPLY-FROMVER-CARD.
           IF PRM-VALUE (5:36) NOT = SPACES
               DISPLAY 'INVALID FROMVER VALUE - 1 TO 4 CHARACTERS'
               MOVE 'Y' TO PRM-ERR-SW
           ELSE
               MOVE PRM-VALUE (1:4) TO FROM-VERSION
           END-IF.
      **
      **
       APPLY-TOVER-CARD.
           IF PRM-VALUE = SPACES OR PRM-VALUE (5:36) NOT = SPACES
               DISPLAY 'INVALID TOVER VALUE - 1 TO 4 CHARACTERS'
               MOVE 'Y' TO PRM-ERR-SW
           ELSE
               MOVE PRM-VALUE (1:4) TO TO-VERSION
           END-IF.
      **
      **
       APPLY-SECTORS-CARD.
           IF PRM-VALUE (1:3) NUMERIC
               MOVE PRM-VALUE (1:3) TO PRM-SECT-NUM
           ELSE
               MOVE 0 TO PRM-SECT-NUM
           END-IF
      *
           IF PRM-SECT-NUM < 1 OR PRM-SECT-NUM > 300
               DISPLAY 'INVALID ' PRM-KEYWORD ' VALUE - MUST BE 001 '
                 'THROUGH 300'
               MOVE 0 TO PRM-SECT-NUM
               MOVE 'Y' TO PRM-ERR-SW
           END-IF.
      **
      **
       APPLY-ASOF-CARD.
           IF PRM-VALUE (1:8) NOT NUMERIC
               DISPLAY 'INVALID ASOF VALUE - MUST BE YYYYMMDD'
               MOVE 'Y' TO PRM-ERR-SW
           ELSE
               IF ASOF-COUNT < ASOF-MAX
                   ADD 1 TO ASOF-COUNT
                   MOVE PRM-VALUE (1:8) TO ASOF-ELM (ASOF-COUNT)
               ELSE
                   DISPLAY 'MORE THAN 20 ASOF CARDS'
                   MOVE 'Y' TO PRM-ERR-SW
               END-IF
           END-IF.
      **
      **
       APPLY-PUBOVERRIDE-CARD.
           MOVE SPACES TO REP-OVERRIDE-DATE
           MOVE SPACES TO REP-OVERRIDE-USER
           UNSTRING PRM-VALUE DELIMITED BY ','
             INTO REP-OVERRIDE-DATE REP-OVERRIDE-USER
      *
           IF REP-OVERRIDE-DATE NOT NUMERIC
             OR REP-OVERRIDE-USER = SPACES
               DISPLAY 'INVALID PUBOVERRIDE VALUE - '
                 'MUST BE YYYYMMDD,REQUESTER'
               MOVE 'Y' TO PRM-ERR-SW
           ELSE
               IF OVR-COUNT < OVR-MAX
                   ADD 1 TO OVR-COUNT
                   MOVE REP-OVERRIDE-DATE TO OVR-DATE (OVR-COUNT)
                   MOVE REP-OVERRIDE-USER TO OVR-USER (OVR-COUNT)
               ELSE
                   DISPLAY 'MORE THAN 20 PUBOVERRIDE CARDS'
                   MOVE 'Y' TO PRM-ERR-SW
               END-IF
           END-IF.
      **
      **
       READ-CONCORDANCE-FILE.
            READ CNCFILE
      *
             AT END
              SET CNC-EOF TO TRUE
      *
             NOT AT END
              IF NOT CNC-COMMENT-REC AND CNC-REC NOT = SPACES
                ADD 1 TO CNC-READ-COUNT
                PERFORM EDIT-CONCORDANCE-RECORD
              END-IF
      *
            END-READ.
      **
      **
       EDIT-CONCORDANCE-RECORD.
           MOVE SPACES TO RPT-CNC-ERROR
      *
           IF CNC-OLD-CODE NOT NUMERIC OR CNC-NEW-CODE NOT NUMERIC
               MOVE 'SECTOR CODE NOT NUMERIC' TO RPT-CNC-ERROR
           ELSE
            IF CNC-OLD-CODE < 1 OR CNC-OLD-CODE > OLD-SECTORS
               MOVE 'OLD CODE OUTSIDE OLDSECTORS' TO RPT-CNC-ERROR
            ELSE
             IF CNC-NEW-CODE < 1 OR CNC-NEW-CODE > NEW-SECTORS
               MOVE 'NEW CODE OUTSIDE NEWSECTORS' TO RPT-CNC-ERROR
             ELSE
              IF CNC-WEIGHT NOT NUMERIC
                 OR CNC-WEIGHT = 0 OR CNC-WEIGHT > 1
               MOVE 'WEIGHT MUST BE ABOVE 0 AND NOT OVER 1'
                 TO RPT-CNC-ERROR
              ELSE
               IF CNC-COUNT NOT < CNC-MAX
                MOVE 'CONCORDANCE TABLE FULL' TO RPT-CNC-ERROR
               ELSE
                MOVE 0 TO CNC-SUB
                PERFORM FIND-DUPLICATE-PAIR VARYING CNC-IND FROM 1 BY 1
                  UNTIL CNC-IND > CNC-COUNT OR CNC-SUB > 0
                IF CNC-SUB > 0
                 MOVE 'OLD/NEW PAIR REPEATED' TO RPT-CNC-ERROR
                END-IF
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF
      *
           IF RPT-CNC-ERROR = SPACES
               ADD 1 TO CNC-COUNT
               MOVE CNC-OLD-CODE TO CNC-OLD (CNC-COUNT)
               MOVE CNC-NEW-CODE TO CNC-NEW (CNC-COUNT)
               MOVE CNC-WEIGHT TO CNC-WGT (CNC-COUNT)
               ADD CNC-WEIGHT TO OLD-WGT-TOTAL (CNC-OLD-CODE)
               ADD 1 TO OLD-LINE-COUNT (CNC-OLD-CODE)
               ADD CNC-WEIGHT TO NEW-MASS (CNC-NEW-CODE)
               ADD 1 TO NEW-LINE-COUNT (CNC-NEW-CODE)
           ELSE
               ADD 1 TO CNC-BAD-COUNT
               MOVE 'Y' TO CNC-ERR-SW
               MOVE CNC-REC (1:3) TO RPT-CNC-OLD
               MOVE CNC-REC (5:3) TO RPT-CNC-NEW
               MOVE 0 TO RPT-CNC-WGT
               IF CNC-WEIGHT NUMERIC
                   MOVE CNC-WEIGHT TO RPT-CNC-WGT
               END-IF
               MOVE SPACES TO RPT-CNC-CHANGE
               WRITE RPT-REC FROM RPT-CNC-LINE
           END-IF.
      **
      **
       FIND-DUPLICATE-PAIR.
           IF CNC-OLD (CNC-IND) = CNC-OLD-CODE
              AND CNC-NEW (CNC-IND) = CNC-NEW-CODE
               MOVE CNC-IND TO CNC-SUB
           END-IF.
      **
      **
       CHECK-OLD-SECTOR.
           IF OLD-LINE-COUNT (OLD-IND) = 0
               MOVE 'OLD SECTOR NOT ON THE CONCORDANCE'
                 TO RPT-CNC-ERROR
               PERFORM LIST-SECTOR-ERROR
           ELSE
               IF OLD-WGT-TOTAL (OLD-IND) < WEIGHT-LOW
                  OR OLD-WGT-TOTAL (OLD-IND) > WEIGHT-HIGH
                   MOVE 'OLD SECTOR WEIGHTS DO NOT ADD TO ONE'
                     TO RPT-CNC-ERROR
                   PERFORM LIST-SECTOR-ERROR
               END-IF
           END-IF.
      **
      **
       CHECK-NEW-SECTOR.
           IF NEW-LINE-COUNT (NEW-IND) = 0
               MOVE SPACES TO RPT-CNC-LINE
               MOVE NEW-IND TO RPT-CNC-NEW
               MOVE 0 TO RPT-CNC-WGT
               MOVE 'NEW SECTOR RECEIVES NOTHING' TO RPT-CNC-ERROR
               WRITE RPT-REC FROM RPT-CNC-LINE
               ADD 1 TO CNC-BAD-COUNT
               MOVE 'Y' TO CNC-ERR-SW
           END-IF.
      **
      **
       LIST-SECTOR-ERROR.
           MOVE OLD-IND TO RPT-CNC-OLD
           MOVE SPACES TO RPT-CNC-NEW
           MOVE OLD-WGT-TOTAL (OLD-IND) TO RPT-CNC-WGT
           MOVE SPACES TO RPT-CNC-CHANGE
           WRITE RPT-REC FROM RPT-CNC-LINE
           ADD 1 TO CNC-BAD-COUNT
           MOVE 'Y' TO CNC-ERR-SW.
      **
      **
       CLASSIFY-CONCORDANCE-ENTRY.
           MOVE CNC-OLD (CNC-IND) TO OLD-IND
           MOVE CNC-NEW (CNC-IND) TO NEW-IND
      *
           COMPUTE CNC-VWGT (CNC-IND) ROUNDED =
             CNC-WGT (CNC-IND) / NEW-MASS (NEW-IND)
      *
           IF OLD-LINE-COUNT (OLD-IND) > 1
               IF NEW-LINE-COUNT (NEW-IND) > 1
                   MOVE 'SPLIT+MERGE' TO NEW-CHANGE (NEW-IND)
               ELSE
                   MOVE 'SPLIT' TO NEW-CHANGE (NEW-IND)
               END-IF
           ELSE
               IF NEW-LINE-COUNT (NEW-IND) > 1
                   IF NEW-CHANGE (NEW-IND) NOT = 'SPLIT+MERGE'
                       MOVE 'MERGE' TO NEW-CHANGE (NEW-IND)
                   END-IF
               ELSE
                   IF OLD-IND = NEW-IND
                       MOVE 'UNCHANGED' TO NEW-CHANGE (NEW-IND)
                   ELSE
                       MOVE 'RENUMBERED' TO NEW-CHANGE (NEW-IND)
                   END-IF
               END-IF
           END-IF.
      **
      **
       LIST-CONCORDANCE-ENTRY.
           MOVE CNC-OLD (CNC-IND) TO OLD-IND
           MOVE CNC-NEW (CNC-IND) TO NEW-IND
      *
           MOVE SPACES TO RPT-CNC-LINE
           MOVE OLD-IND TO RPT-CNC-OLD
           MOVE NEW-IND TO RPT-CNC-NEW
           MOVE CNC-WGT (CNC-IND) TO RPT-CNC-WGT
           MOVE NEW-CHANGE (NEW-IND) TO RPT-CNC-CHANGE
           WRITE RPT-REC FROM RPT-CNC-LINE.
      **
      **
       CONVERT-PRIOR-MATRIX.
           PERFORM CLEAR-OLD-CELL VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > OLD-SECTORS
             AFTER COL-IND FROM 1 BY 1 UNTIL COL-IND > OLD-SECTORS
           MOVE 0 TO PRV-CELL-COUNT
      *
           OPEN INPUT PRVFILE
           MOVE SPACES TO PRV-REC
           PERFORM READ-PRIOR-FILE UNTIL PRV-EOF
           CLOSE PRVFILE
      *
           IF PRV-CELL-COUNT > 0
               PERFORM CONVERT-MATRIX
               MOVE SPACES TO SOURCE-LABEL
               STRING 'PRIOR ' MATRIX-WORK-ID DELIMITED BY SIZE
                 INTO SOURCE-LABEL
               PERFORM RECONCILE-MATRIX
               PERFORM WRITE-PRIOR-CELL VARYING ROW-IND FROM 1 BY 1
                 UNTIL ROW-IND > NEW-SECTORS
                 AFTER COL-IND FROM 1 BY 1 UNTIL COL-IND > NEW-SECTORS
           END-IF.
      **
      **
       READ-PRIOR-FILE.
            READ PRVFILE
      *
             AT END
              SET PRV-EOF TO TRUE
      *
             NOT AT END
              IF PRV-MATRIX-ID = MATRIX-WORK-ID
                 OR (PRV-MATRIX-ID = SPACES AND MATRIX-WORK-ID = 'IO ')
      *
                IF PRV-CLASS-VER NOT = FROM-VERSION
                  MOVE PRV-REC TO NPV-REC
                  WRITE NPV-REC
                  ADD 1 TO PRV-COPY-COUNT
                ELSE
                  IF PRV-ROW NOT NUMERIC OR PRV-COLMN NOT NUMERIC
                     OR PRV-ROW < 1 OR PRV-ROW > OLD-SECTORS
                     OR PRV-COLMN < 1 OR PRV-COLMN > OLD-SECTORS
                    ADD 1 TO PRV-BAD-COUNT
                  ELSE
                    MOVE PRV-NUM TO OLD-ELM (PRV-ROW, PRV-COLMN)
                    MOVE PRV-PRICE-BASE TO PRICE-BASE-WORK
                    ADD 1 TO PRV-CELL-COUNT
                  END-IF
                END-IF
      *
              END-IF
      *
            END-READ.
      **
      **
       WRITE-PRIOR-CELL.
           MOVE SPACES TO NPV-REC
           MOVE ROW-IND TO NPV-ROW
           MOVE COL-IND TO NPV-COLMN
           MOVE NEW-ELM (ROW-IND, COL-IND) TO NPV-NUM
           MOVE MATRIX-WORK-ID TO NPV-MATRIX-ID
           MOVE TO-VERSION TO NPV-CLASS-VER
           MOVE PRICE-BASE-WORK TO NPV-PRICE-BASE
           WRITE NPV-REC
           ADD 1 TO NPV-OUT-COUNT.
      **
      **
       CLEAR-OLD-CELL.
           MOVE 0 TO OLD-ELM (ROW-IND, COL-IND).
      **
      **
       CONVERT-MATRIX.
           PERFORM CLEAR-MID-CELL VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > NEW-SECTORS
             AFTER COL-IND FROM 1 BY 1 UNTIL COL-IND > OLD-SECTORS
      *
           PERFORM CLEAR-NEW-CELL VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > NEW-SECTORS
             AFTER COL-IND FROM 1 BY 1 UNTIL COL-IND > NEW-SECTORS
      *
           PERFORM ALLOCATE-ROW-ENTRY VARYING CNC-IND FROM 1 BY 1
             UNTIL CNC-IND > CNC-COUNT
      *
           PERFORM AVERAGE-COLUMN-ENTRY VARYING CNC-IND FROM 1 BY 1
             UNTIL CNC-IND > CNC-COUNT.
      **
      **
       CLEAR-MID-CELL.
           MOVE 0 TO MID-ELM (ROW-IND, COL-IND).
      **
      **
       CLEAR-NEW-CELL.
           MOVE 0 TO NEW-ELM (ROW-IND, COL-IND).
      **
      **
       ALLOCATE-ROW-ENTRY.
           MOVE CNC-OLD (CNC-IND) TO OLD-IND
           MOVE CNC-NEW (CNC-IND) TO NEW-IND
      *
           PERFORM ALLOCATE-ROW-CELL VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > OLD-SECTORS.
      **
      **
       ALLOCATE-ROW-CELL.
           COMPUTE MID-ELM (NEW-IND, COL-IND) ROUNDED =
             MID-ELM (NEW-IND, COL-IND)
             + CNC-WGT (CNC-IND) * OLD-ELM (OLD-IND, COL-IND).
      **
      **
       AVERAGE-COLUMN-ENTRY.
           MOVE CNC-OLD (CNC-IND) TO OLD-IND
           MOVE CNC-NEW (CNC-IND) TO NEW-IND
      *
           PERFORM AVERAGE-COLUMN-CELL VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > NEW-SECTORS.
      **
      **
       AVERAGE-COLUMN-CELL.
           COMPUTE NEW-ELM (ROW-IND, NEW-IND) ROUNDED =
             NEW-ELM (ROW-IND, NEW-IND)
             + CNC-VWGT (CNC-IND) * MID-ELM (ROW-IND, OLD-IND).
      **
      **
       RECONCILE-MATRIX.
           PERFORM SUM-OLD-COLUMN VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > OLD-SECTORS
      *
           PERFORM SUM-NEW-COLUMN VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > NEW-SECTORS
      *
           MOVE 0 TO RECON-TOT-EXPECTED
           MOVE 0 TO RECON-TOT-RESTATED
      *
           PERFORM RECONCILE-NEW-SECTOR VARYING NEW-IND FROM 1 BY 1
             UNTIL NEW-IND > NEW-SECTORS
      *
           PERFORM WRITE-RECON-TOTAL.
      **
      **
       SUM-OLD-COLUMN.
           MOVE 0 TO OLD-COLSUM (COL-IND)
           PERFORM ADD-OLD-COLUMN-CELL VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > OLD-SECTORS.
      **
      **
       ADD-OLD-COLUMN-CELL.
           ADD OLD-ELM (ROW-IND, COL-IND) TO OLD-COLSUM (COL-IND).
      **
      **
       SUM-NEW-COLUMN.
           MOVE 0 TO NEW-COLSUM (COL-IND)
           PERFORM ADD-NEW-COLUMN-CELL VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > NEW-SECTORS.
      **
      **
       ADD-NEW-COLUMN-CELL.
           ADD NEW-ELM (ROW-IND, COL-IND) TO NEW-COLSUM (COL-IND).
      **
      **
       RECONCILE-NEW-SECTOR.
           MOVE 0 TO RECON-EXPECTED
           PERFORM ADD-EXPECTED-ENTRY VARYING CNC-IND FROM 1 BY 1
             UNTIL CNC-IND > CNC-COUNT
      *
           COMPUTE RECON-RESTATED ROUNDED =
             NEW-MASS (NEW-IND) * NEW-COLSUM (NEW-IND)
      *
           PERFORM WRITE-RECON-SECTOR.
      **
      **
       ADD-EXPECTED-ENTRY.
           IF CNC-NEW (CNC-IND) = NEW-IND
               MOVE CNC-OLD (CNC-IND) TO OLD-IND
               COMPUTE RECON-EXPECTED ROUNDED = RECON-EXPECTED
                 + CNC-WGT (CNC-IND) * OLD-COLSUM (OLD-IND)
           END-IF.
      **
      **
       WRITE-RECON-SECTOR.
           ADD RECON-EXPECTED TO RECON-TOT-EXPECTED
           ADD RECON-RESTATED TO RECON-TOT-RESTATED
      *
           COMPUTE RECON-DIFF = RECON-RESTATED - RECON-EXPECTED
           IF RECON-DIFF < 0
               COMPUTE RECON-ABS = 0 - RECON-DIFF
           ELSE
               MOVE RECON-DIFF TO RECON-ABS
           END-IF
      *
           MOVE SPACES TO RPT-RECON-LINE
           IF RECON-ABS > RECON-TOLERANCE
               MOVE 'OUT OF BAL' TO RPT-RCN-FLAG
               ADD 1 TO RECON-FLAG-COUNT
           END-IF
      *
           IF NEW-LINE-COUNT (NEW-IND) > 1
              OR NEW-CHANGE (NEW-IND) = 'SPLIT'
              OR RPT-RCN-FLAG NOT = SPACES
               MOVE SOURCE-LABEL TO RPT-RCN-SOURCE
               MOVE NEW-IND TO RPT-RCN-NEW
               MOVE NEW-CHANGE (NEW-IND) TO RPT-RCN-CHANGE
               MOVE RECON-EXPECTED TO RPT-RCN-EXPECTED
               MOVE RECON-RESTATED TO RPT-RCN-RESTATED
               MOVE RECON-DIFF TO RPT-RCN-DIFF
               WRITE RPT-REC FROM RPT-RECON-LINE
           END-IF.
      **
      **
       WRITE-RECON-TOTAL.
           MOVE SPACES TO RPT-RECON-LINE
           MOVE SOURCE-LABEL TO RPT-RCN-SOURCE
           MOVE 'ALL' TO RPT-RCN-NEW
           MOVE 'TOTAL' TO RPT-RCN-CHANGE
           MOVE RECON-TOT-EXPECTED TO RPT-RCN-EXPECTED
           MOVE RECON-TOT-RESTATED TO RPT-RCN-RESTATED
      *
           COMPUTE RECON-DIFF = RECON-TOT-RESTATED - RECON-TOT-EXPECTED
           IF RECON-DIFF < 0
               COMPUTE RECON-ABS = 0 - RECON-DIFF
           ELSE
               MOVE RECON-DIFF TO RECON-ABS
           END-IF
           MOVE RECON-DIFF TO RPT-RCN-DIFF
      *
           IF RECON-ABS > RECON-TOLERANCE
               MOVE 'OUT OF BAL' TO RPT-RCN-FLAG
               ADD 1 TO RECON-FLAG-COUNT
           END-IF
      *
           WRITE RPT-REC FROM RPT-RECON-LINE.
      **
      **
       READ-HISTORY-FILE.
            READ HSTFILE
      *
             AT END
              SET HST-EOF TO TRUE
      *
             NOT AT END
              ADD 1 TO HST-READ-COUNT
      *
              IF HST-CLASS-VER NOT = FROM-VERSION
                IF BLOCK-ACTIVE
                  PERFORM CONVERT-HISTORY-BLOCK
                END-IF
                MOVE HST-REC TO NHS-REC
                WRITE NHS-REC
                ADD 1 TO NHS-OUT-COUNT
                ADD 1 TO HST-COPY-COUNT
              ELSE
                IF BLOCK-ACTIVE
                   AND (HST-ASOF-DATE NOT = BLOCK-DATE
                    OR HST-MULT-TYPE NOT = BLOCK-TYPE
                    OR HST-PRICE-BASE NOT = BLOCK-BASE)
                  PERFORM CONVERT-HISTORY-BLOCK
                END-IF
      *
                IF NOT BLOCK-ACTIVE
                  MOVE HST-ASOF-DATE TO BLOCK-DATE
                  MOVE HST-MULT-TYPE TO BLOCK-TYPE
                  MOVE HST-PRICE-BASE TO BLOCK-BASE
                  PERFORM CLEAR-OLD-HISTORY VARYING OLD-IND FROM 1 BY 1
                    UNTIL OLD-IND > OLD-SECTORS
                  MOVE 'Y' TO BLOCK-SW
                END-IF
      *
                IF HST-SECTOR-CODE NOT NUMERIC
                   OR HST-SECTOR-CODE < 1
                   OR HST-SECTOR-CODE > OLD-SECTORS
                  ADD 1 TO HST-BAD-COUNT
                ELSE
                  MOVE HST-MULT-AMT TO OLD-HST-VAL (HST-SECTOR-CODE)
                END-IF
              END-IF
      *
            END-READ.
      **
      **
       CLEAR-OLD-HISTORY.
           MOVE 0 TO OLD-HST-VAL (OLD-IND).
      **
      **
       CONVERT-HISTORY-BLOCK.
           PERFORM CLEAR-NEW-HISTORY VARYING NEW-IND FROM 1 BY 1
             UNTIL NEW-IND > NEW-SECTORS
      *
           PERFORM AVERAGE-HISTORY-ENTRY VARYING CNC-IND FROM 1 BY 1
             UNTIL CNC-IND > CNC-COUNT
      *
           MOVE 0 TO RECON-TOT-EXPECTED
           MOVE 0 TO RECON-TOT-RESTATED
      *
           PERFORM ADD-EXPECTED-HISTORY VARYING OLD-IND FROM 1 BY 1
             UNTIL OLD-IND > OLD-SECTORS
      *
           PERFORM WRITE-HISTORY-SECTOR VARYING NEW-IND FROM 1 BY 1
             UNTIL NEW-IND > NEW-SECTORS
      *
           MOVE SPACES TO SOURCE-LABEL
           STRING 'HST ' BLOCK-DATE ' TYP ' BLOCK-TYPE
             DELIMITED BY SIZE INTO SOURCE-LABEL
           PERFORM WRITE-RECON-TOTAL
      *
           ADD 1 TO HST-BLOCK-COUNT
           MOVE 'N' TO BLOCK-SW.
      **
      **
       CLEAR-NEW-HISTORY.
           MOVE 0 TO NEW-HST-VAL (NEW-IND).
      **
      **
       AVERAGE-HISTORY-ENTRY.
           MOVE CNC-OLD (CNC-IND) TO OLD-IND
           MOVE CNC-NEW (CNC-IND) TO NEW-IND
           COMPUTE NEW-HST-VAL (NEW-IND) ROUNDED = NEW-HST-VAL (NEW-IND)
             + CNC-VWGT (CNC-IND) * OLD-HST-VAL (OLD-IND).
      **
      **
       ADD-EXPECTED-HISTORY.
           COMPUTE RECON-TOT-EXPECTED ROUNDED = RECON-TOT-EXPECTED
             + OLD-WGT-TOTAL (OLD-IND) * OLD-HST-VAL (OLD-IND).
      **
      **
       WRITE-HISTORY-SECTOR.
           COMPUTE RECON-TOT-RESTATED ROUNDED = RECON-TOT-RESTATED
             + NEW-MASS (NEW-IND) * NEW-HST-VAL (NEW-IND)
      *
           MOVE SPACES TO NHS-REC
           MOVE BLOCK-DATE TO NHS-ASOF-DATE
           MOVE NEW-IND TO NHS-SECTOR-CODE
           MOVE BLOCK-TYPE TO NHS-MULT-TYPE
           MOVE NEW-HST-VAL (NEW-IND) TO NHS-MULT-AMT
           MOVE TO-VERSION TO NHS-CLASS-VER
           MOVE BLOCK-BASE TO NHS-PRICE-BASE
           WRITE NHS-REC
           ADD 1 TO NHS-OUT-COUNT.
      **
      **
       CHECK-PUBLISHED-DATE.
           MOVE ASOF-ELM (ASOF-IND) TO REP-DATE-WORK
           MOVE 'PUB' TO REP-MATRIX-ID
           MOVE REP-DATE-WORK TO REP-ASOF-DATE
           MOVE 0 TO REP-ROW
           MOVE 0 TO REP-COLMN
      *
           READ REPFILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               PERFORM FIND-PUBOVERRIDE VARYING OVR-IND FROM 1 BY 1
                 UNTIL OVR-IND > OVR-COUNT
               IF ASOF-OVR-USER (ASOF-IND) = SPACES
                   DISPLAY 'AS-OF DATE ' REP-DATE-WORK ' IS MARKED AS '
                     'PUBLISHED IN THE INVERSE REPOSITORY - '
                     'RESTATEMENT REFUSED'
                   ADD 1 TO REP-PUB-REFUSE-COUNT
                   MOVE 'REFUSED' TO RLG-ACTION-WORK
                   MOVE SPACES TO RLG-USER-WORK
                   MOVE 0 TO RLG-COUNT-WORK
                   MOVE 'PUBLISHED DATE - NO PUBOVERRIDE CARD'
                     TO RLG-NOTE-WORK
                   PERFORM WRITE-REPOSITORY-LOG
               ELSE
                   DISPLAY 'PUBLISHED AS-OF DATE ' REP-DATE-WORK
                     ' WILL BE OVERWRITTEN - PUBOVERRIDE BY '
                     ASOF-OVR-USER (ASOF-IND)
               END-IF
           END-READ.
      **
      **
       FIND-PUBOVERRIDE.
           IF OVR-DATE (OVR-IND) = REP-DATE-WORK
               MOVE OVR-USER (OVR-IND) TO ASOF-OVR-USER (ASOF-IND)
               MOVE 'Y' TO OVR-USED-SW (OVR-IND)
           END-IF.
      **
      **
       CHECK-PUBOVERRIDE-USED.
           IF NOT OVR-USED (OVR-IND)
               DISPLAY 'PUBOVERRIDE DATE ' OVR-DATE (OVR-IND)
                 ' IS NOT A PUBLISHED ASOF= DATE - IGNORED'
           END-IF.
      **
      **
       CONVERT-REPOSITORY-DATE.
           MOVE ASOF-ELM (ASOF-IND) TO REP-DATE-WORK
           MOVE 0 TO REP-CELL-COUNT
           MOVE 0 TO REP-REFUSE-COUNT
           MOVE REP-OUT-COUNT TO REP-OUT-START
      *
           MOVE 'IO ' TO MATRIX-WORK-ID
           PERFORM SCAN-REPOSITORY-MATRIX
           MOVE 'LTF' TO MATRIX-WORK-ID
           PERFORM SCAN-REPOSITORY-MATRIX
      *
           IF REP-CELL-COUNT = 0
               DISPLAY 'NO REPOSITORY CELLS FOR AS-OF ' REP-DATE-WORK
                 ' - DATE NOT RESTATED'
               ADD 1 TO REP-DATE-SKIP-COUNT
           ELSE
               IF REP-REFUSE-COUNT > 0
                   DISPLAY 'REPOSITORY AS-OF ' REP-DATE-WORK ' HOLDS '
                     REP-REFUSE-COUNT ' CELLS NOT ON VERSION "'
                     FROM-VERSION '" OR OUTSIDE OLDSECTORS - DATE '
                     'NOT RESTATED'
                   ADD 1 TO REP-DATE-SKIP-COUNT
               ELSE
                   MOVE 'IO ' TO MATRIX-WORK-ID
                   PERFORM RESTATE-REPOSITORY-MATRIX
                   IF NOT REP-FAILED
                       MOVE 'LTF' TO MATRIX-WORK-ID
                       PERFORM RESTATE-REPOSITORY-MATRIX
                   END-IF
                   IF NOT REP-FAILED
                       ADD 1 TO REP-DATE-DONE-COUNT
                   END-IF
                   IF ASOF-OVR-USER (ASOF-IND) NOT = SPACES
                       MOVE 'OVERWRITE' TO RLG-ACTION-WORK
                       MOVE ASOF-OVR-USER (ASOF-IND) TO RLG-USER-WORK
                       SUBTRACT REP-OUT-START FROM REP-OUT-COUNT
                         GIVING RLG-COUNT-WORK
                       MOVE 'PUBLISHED DATE - PUBOVERRIDE CARD'
                         TO RLG-NOTE-WORK
                       PERFORM WRITE-REPOSITORY-LOG
                   END-IF
               END-IF
           END-IF.
      **
      **
       SCAN-REPOSITORY-MATRIX.
           PERFORM START-REPOSITORY-BROWSE
           PERFORM SCAN-REPOSITORY-CELL UNTIL BROWSE-END.
      **
      **
       START-REPOSITORY-BROWSE.
           MOVE 'N' TO BROWSE-END-SW
           MOVE MATRIX-WORK-ID TO REP-MATRIX-ID
           MOVE REP-DATE-WORK TO REP-ASOF-DATE
           MOVE 0 TO REP-ROW
           MOVE 0 TO REP-COLMN
      *
           START REPFILE KEY IS NOT LESS THAN REP-KEY
             INVALID KEY
               MOVE 'Y' TO BROWSE-END-SW
           END-START.
      **
      **
       SCAN-REPOSITORY-CELL.
            READ REPFILE NEXT RECORD
      *
             AT END
              MOVE 'Y' TO BROWSE-END-SW
      *
             NOT AT END
              IF REP-MATRIX-ID NOT = MATRIX-WORK-ID
                 OR REP-ASOF-DATE NOT = REP-DATE-WORK
                MOVE 'Y' TO BROWSE-END-SW
              ELSE
                ADD 1 TO REP-CELL-COUNT
                IF REP-CLASS-VER NOT = FROM-VERSION
                   OR REP-ROW < 1 OR REP-ROW > OLD-SECTORS
                   OR REP-COLMN < 1 OR REP-COLMN > OLD-SECTORS
                  ADD 1 TO REP-REFUSE-COUNT
                END-IF
              END-IF
      *
            END-READ.
      **
      **
       RESTATE-REPOSITORY-MATRIX.
           PERFORM CLEAR-OLD-CELL VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > OLD-SECTORS
             AFTER COL-IND FROM 1 BY 1 UNTIL COL-IND > OLD-SECTORS
      *
           PERFORM START-REPOSITORY-BROWSE
           PERFORM LOAD-REPOSITORY-CELL UNTIL BROWSE-END
      *
           PERFORM CONVERT-MATRIX
      *
           MOVE SPACES TO SOURCE-LABEL
           STRING 'REP ' MATRIX-WORK-ID ' ' REP-DATE-WORK
             DELIMITED BY SIZE INTO SOURCE-LABEL
           PERFORM RECONCILE-MATRIX
      *
           PERFORM DELETE-REPOSITORY-CELL VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > OLD-SECTORS
             AFTER COL-IND FROM 1 BY 1 UNTIL COL-IND > OLD-SECTORS
      *
           PERFORM WRITE-REPOSITORY-CELL VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > NEW-SECTORS OR REP-FAILED
             AFTER COL-IND FROM 1 BY 1
             UNTIL COL-IND > NEW-SECTORS OR REP-FAILED.
      **
      **
       LOAD-REPOSITORY-CELL.
            READ REPFILE NEXT RECORD
      *
             AT END
              MOVE 'Y' TO BROWSE-END-SW
      *
             NOT AT END
              IF REP-MATRIX-ID NOT = MATRIX-WORK-ID
                 OR REP-ASOF-DATE NOT = REP-DATE-WORK
                MOVE 'Y' TO BROWSE-END-SW
              ELSE
                MOVE REP-NUM TO OLD-ELM (REP-ROW, REP-COLMN)
                MOVE REP-PRICE-BASIS TO REP-BASIS-WORK
              END-IF
      *
            END-READ.
      **
      **
       DELETE-REPOSITORY-CELL.
           MOVE MATRIX-WORK-ID TO REP-MATRIX-ID
           MOVE REP-DATE-WORK TO REP-ASOF-DATE
           MOVE ROW-IND TO REP-ROW
           MOVE COL-IND TO REP-COLMN
      *
           DELETE REPFILE RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO REP-DEL-COUNT
           END-DELETE.
      **
      **
       WRITE-REPOSITORY-CELL.
           MOVE MATRIX-WORK-ID TO REP-MATRIX-ID
           MOVE REP-DATE-WORK TO REP-ASOF-DATE
           MOVE ROW-IND TO REP-ROW
           MOVE COL-IND TO REP-COLMN
           MOVE NEW-ELM (ROW-IND, COL-IND) TO REP-NUM
           MOVE SPACES TO REP-REC (28:5)
           MOVE TO-VERSION TO REP-CLASS-VER
           MOVE REP-BASIS-WORK TO REP-PRICE-BASIS
      *
           WRITE REP-REC
             INVALID KEY
               REWRITE REP-REC
                 INVALID KEY
                   DISPLAY 'REPOSITORY WRITE FAILED - STATUS '
                     REP-FILE-STATUS ' - AS-OF ' REP-DATE-WORK
                     ' ONLY PARTLY RESTATED'
                   MOVE 'Y' TO REP-FAIL-SW
               END-REWRITE
           END-WRITE
      *
           IF NOT REP-FAILED
               ADD 1 TO REP-OUT-COUNT
           END-IF.
      **
      **
       WRITE-REPOSITORY-LOG.
           OPEN EXTEND RLGFILE
      *
           IF RLG-FILE-STATUS = '00' OR RLG-FILE-STATUS = '05'
      *
               ACCEPT RLG-TIME-NUM FROM TIME
               MOVE SPACES TO RLG-REC
               ACCEPT RLG-RUN-DATE FROM DATE YYYYMMDD
               MOVE RLG-TIME-NUM (1:6) TO RLG-RUN-TIME
               MOVE 'CNCCONV' TO RLG-PROGRAM
               MOVE RLG-USER-WORK TO RLG-USER-ID
               MOVE RLG-ACTION-WORK TO RLG-ACTION
               MOVE REP-DATE-WORK TO RLG-ASOF-DATE
               MOVE RLG-COUNT-WORK TO RLG-CELL-COUNT
               MOVE RLG-NOTE-WORK TO RLG-NOTE
               WRITE RLG-REC
               CLOSE RLGFILE
      *
           ELSE
               DISPLAY 'REPOSITORY LOG NOT AVAILABLE - RLGFILE OPEN '
                 'STATUS ' RLG-FILE-STATUS ' - ' RLG-ACTION-WORK
                 ' ' REP-DATE-WORK ' ' RLG-NOTE-WORK ' NOT LOGGED'
           END-IF.
      **
      **
       WRITE-SUMMARY-LINES.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
      *
           MOVE CNC-READ-COUNT TO RPT-CNT-VALUE
           MOVE 'CONCORDANCE RECORDS READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE CNC-BAD-COUNT TO RPT-CNT-VALUE
           MOVE 'CONCORDANCE ERRORS' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE NPV-OUT-COUNT TO RPT-CNT-VALUE
           MOVE 'PRIOR-PERIOD CELLS WRITTEN ON THE NEW SCHEME'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE PRV-COPY-COUNT TO RPT-CNT-VALUE
           MOVE 'PRIOR-PERIOD CELLS NOT ON FROMVER - COPIED AS IS'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE PRV-BAD-COUNT TO RPT-CNT-VALUE
           MOVE 'PRIOR-PERIOD CELLS OUTSIDE OLDSECTORS - SKIPPED'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE HST-READ-COUNT TO RPT-CNT-VALUE
           MOVE 'HISTORY RECORDS READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE HST-BLOCK-COUNT TO RPT-CNT-VALUE
           MOVE 'HISTORY QUARTERS RESTATED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE HST-COPY-COUNT TO RPT-CNT-VALUE
           MOVE 'HISTORY RECORDS NOT ON FROMVER - COPIED UNCHANGED'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE HST-BAD-COUNT TO RPT-CNT-VALUE
           MOVE 'HISTORY RECORDS OUTSIDE OLDSECTORS - DROPPED'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE NHS-OUT-COUNT TO RPT-CNT-VALUE
           MOVE 'HISTORY RECORDS WRITTEN' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE REP-DATE-DONE-COUNT TO RPT-CNT-VALUE
           MOVE 'REPOSITORY AS-OF DATES RESTATED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE REP-DATE-SKIP-COUNT TO RPT-CNT-VALUE
           MOVE 'REPOSITORY AS-OF DATES NOT RESTATED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE REP-PUB-REFUSE-COUNT TO RPT-CNT-VALUE
           MOVE 'PUBLISHED AS-OF DATES REFUSED - NO PUBOVERRIDE='
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE REP-DEL-COUNT TO RPT-CNT-VALUE
           MOVE 'REPOSITORY CELLS REMOVED FROM THE OLD SCHEME'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE REP-OUT-COUNT TO RPT-CNT-VALUE
           MOVE 'REPOSITORY CELLS WRITTEN ON THE NEW SCHEME'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE RECON-FLAG-COUNT TO RPT-CNT-VALUE
           MOVE 'RECONCILIATION LINES OUT OF BALANCE' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE.
