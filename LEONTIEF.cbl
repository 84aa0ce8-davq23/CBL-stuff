      *                            relative sector codes, matching
      *                            the OUTPUT CHANGE pages of the
      *                            same scenario
      * 10/15/2026 DQ              Publication mode - PUBLISH=YES reads
      *                            the CNFFILE per-cell contributor
      *                            count and largest-contributor share,
      *                            flags cells under MINCONTRIB= or
      *                            over DOMPCT= as primary suppressions
      *                            and adds complementary suppressions
      *                            until no row or column holds a lone
      *                            hidden cell; suppressed coefficients
      *                            and group roll-ups print as (D) and
      *                            a PUBFILE public extract carries the
      *                            suppression flag in place of the
      *                            value.  EXTFILE and REPFILE are
      *                            written in full as before
      * 10/15/2026 DQ              CLASSVER= control card stamps the
      *                            sector classification version on
      *                            every EXTFILE, HSTFILE and REPFILE
      *                            record; a prior-period extract on
      *                            another version suppresses the
      *                            COEFFICIENT DRIFT comparison, and
      *                            history records on another version
      *                            are left out of the TREND report,
      *                            so quarters restated by CNCCONV are
      *                            never compared with unconverted
      *                            ones
      * 10/15/2026 DQ              PRICES=CONSTANT control card and
      *                            PRCFILE sector price indexes - the
      *                            INFILE flows and DEMFILE/DCHFILE
      *                            amounts are deflated to base-year
      *                            prices before the balance check and
      *                            the coefficients, every report
      *                            heading carries a PRICE BASIS line,
      *                            and EXTFILE, HSTFILE and REPFILE
      *                            records are stamped with the price
      *                            basis so the drift and trend reports
      *                            never mix constant- and current-
      *                            price runs
      * 10/15/2026 DQ              CSTFILE supply-constrained sectors
      *                            - listed sectors have their output
      *                            fixed and their final demand solved
      *                            from the constrained block of the
      *                            inverse; DEMFILE and every DCHFILE
      *                            scenario get a CONSTRAINED SOLUTION
      *                            report with the implied demand and
      *                            import shortfall of the fixed
      *                            sectors beside the unconstrained
      *                            output of every sector
      * 10/15/2026 DQ              DYNAMIC=YES control card - KAPFILE
      *                            capital coefficients and a PTHFILE
      *                            year-by-year final demand path are
      *                            projected forward from the DEMFILE
      *                            base output, each year solved with
      *                            the investment its capacity growth
      *                            induces; projection reports and a
      *                            DYNFILE year/sector dataset, with
      *                            negative or diverging years flagged
      *                            (RC 04)
      * 10/15/2026 DQ              A PUBLISH=YES run marks its as-of
      *                            date as published in REPFILE, and
      *                            a later rerun of a published date
      *                            is refused (RC 08) unless a
      *                            PUBOVERRIDE= card names the date
      *                            and the requester; every refused
      *                            rerun, overwrite of stored cells
      *                            and publication is written to the
      *                            RLGFILE repository log
      * 10/15/2026 DQ              SENSITIVITY=YES control card - the
      *                            coefficients carrying a relative
      *                            standard error on RSEFILE are
      *                            perturbed over TRIALS= repeated
      *                            trials and the output multipliers
      *                            re-solved; the sensitivity report
      *                            gives each sector's multiplier with
      *                            a low/high range, flags sectors
      *                            whose rank is not stable, and lists
      *                            the input cells that contribute
      *                            most to each key sector's
      *                            uncertainty
      * 10/15/2026 DQ              Publication runs - the inverse
      *                            report is suppressed, suppressed
      *                            cells print (D) in the drift and
      *                            sensitivity key-cell listings, and
      *                            CNFFILE is reconciled to its HDR
      *                            date and TRL count and contributor
      *                            hash (RC 10) before screening
      * 10/15/2026 DQ              Group roll-ups are no longer shown
      *                            as (D) - they are sums of sector
      *                            multipliers and outputs printed in
      *                            full, so only cell values are
      *                            masked.  The PRICE BASIS line now
      *                            counts against PAGELINES=
      *
      *
      * Description: Calculates the Leontief inverse of an
           SELECT IMPFILE ASSIGN TO IMPDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS IMP-FILE-STATUS.
      *
           SELECT CNFFILE ASSIGN TO CNFDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CNF-FILE-STATUS.
      *
           SELECT PUBFILE ASSIGN TO PUBDD
            ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PRCFILE ASSIGN TO PRCDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS PRC-FILE-STATUS.
      *
           SELECT CSTFILE ASSIGN TO CSTDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CST-FILE-STATUS.
      *
           SELECT KAPFILE ASSIGN TO KAPDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS KAP-FILE-STATUS.
      *
           SELECT PTHFILE ASSIGN TO PTHDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS PTH-FILE-STATUS.
      *
           SELECT DYNFILE ASSIGN TO DYNDD
            ORGANIZATION IS SEQUENTIAL.
      *
           SELECT RSEFILE ASSIGN TO RSEDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS RSE-FILE-STATUS.
      *
           SELECT OPTIONAL AUDFILE ASSIGN TO AUDDD
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS RANDOM
            RECORD KEY IS REP-KEY
            FILE STATUS IS REP-FILE-STATUS.
      *
           SELECT OPTIONAL RLGFILE ASSIGN TO RLGDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS RLG-FILE-STATUS.
      ***
      ***
      ***
           02 EXT-NUM       PIC -9(08)V9(10).
           02 FILLER        PIC X.
           02 EXT-MATRIX-ID PIC X(03).
           02 FILLER        PIC X(01).
           02 EXT-CLASS-VER PIC X(04).
           02 FILLER        PIC X(01).
           02 EXT-PRICE-BASE PIC X(04).
           02 FILLER        PIC X(39).
      **
      **
       FD  PRVFILE
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
       FD  SATFILE
           02 IMP-SHARE-AMT    PIC S9(08)V9(10).
           02 FILLER           PIC X(58).
      **
      **
       FD  CNFFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS CNF-REC.
       01  CNF-REC.
           88 CNF-EOF          VALUE HIGH-VALUES.
           02 CNF-ROW          PIC 9(03).
           02 FILLER           PIC X(01).
           02 CNF-COLMN        PIC 9(03).
           02 FILLER           PIC X(01).
           02 CNF-CONTRIB      PIC 9(05).
           02 FILLER           PIC X(01).
           02 CNF-MAX-SHARE    PIC 9(01)V9(06).
           02 FILLER           PIC X(59).
       01  CNF-CTL-REC.
           02 CNF-CTL-TYPE     PIC X(03).
              88 CNF-HDR-REC        VALUE 'HDR'.
              88 CNF-TRL-REC        VALUE 'TRL'.
           02 FILLER           PIC X(01).
           02 CNF-CTL-DATE     PIC X(08).
           02 FILLER           PIC X(01).
           02 CNF-CTL-COUNT    PIC 9(07).
           02 FILLER           PIC X(01).
           02 CNF-CTL-HASH     PIC -9(11)V9(10).
           02 FILLER           PIC X(37).
      **
      **
       FD  PUBFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PUB-REC.
       01  PUB-REC.
           02 PUB-ROW       PIC 9(03).
           02 FILLER        PIC X.
           02 PUB-COLMN     PIC 9(03).
           02 FILLER        PIC X.
           02 PUB-NUM       PIC -9(08)V9(10).
           02 FILLER        PIC X.
           02 PUB-MATRIX-ID PIC X(03).
           02 FILLER        PIC X.
           02 PUB-SUPP-FLAG PIC X(01).
           02 FILLER        PIC X(47).
       01  PUB-MASK-REC.
           02 FILLER        PIC X(08).
           02 PUB-NUM-MASK  PIC X(19).
           02 FILLER        PIC X(53).
      **
      **
       FD  PRCFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PRC-REC.
       01  PRC-REC.
           88 PRC-EOF          VALUE HIGH-VALUES.
           02 PRC-SECTOR-CODE  PIC 9(03).
           02 FILLER           PIC X(01).
           02 PRC-INDEX        PIC 9(04)V9(04).
           02 FILLER           PIC X(01).
           02 PRC-BASE-YEAR    PIC X(04).
           02 FILLER           PIC X(63).
      **
      **
       FD  CSTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS CST-REC.
       01  CST-REC.
           88 CST-EOF          VALUE HIGH-VALUES.
           02 CST-SECTOR-CODE  PIC 9(03).
           02 FILLER           PIC X(01).
           02 CST-OUTPUT-AMT   PIC S9(08)V9(10).
           02 FILLER           PIC X(01).
           02 CST-REGION       PIC 9(01).
           02 FILLER           PIC X(56).
      **
      **
       FD  KAPFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS KAP-REC.
       01  KAP-REC.
           88 KAP-EOF          VALUE HIGH-VALUES.
           02 KAP-ROW          PIC 9(03).
           02 FILLER           PIC X(01).
           02 KAP-COLMN        PIC 9(03).
           02 FILLER           PIC X(01).
           02 KAP-NUM          PIC -9(08)V9(10).
           02 FILLER           PIC X(53).
       01  KAP-CTL-REC.
           02 KAP-CTL-TYPE     PIC X(03).
              88 KAP-HDR-REC        VALUE 'HDR'.
              88 KAP-TRL-REC        VALUE 'TRL'.
           02 FILLER           PIC X(01).
           02 KAP-CTL-DATE     PIC X(08).
           02 FILLER           PIC X(01).
           02 KAP-CTL-COUNT    PIC 9(07).
           02 FILLER           PIC X(01).
           02 KAP-CTL-HASH     PIC -9(11)V9(10).
           02 FILLER           PIC X(37).
      **
      **
       FD  PTHFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PTH-REC.
       01  PTH-REC.
           88 PTH-EOF          VALUE HIGH-VALUES.
           02 PTH-YEAR         PIC 9(04).
           02 FILLER           PIC X(01).
           02 PTH-SECTOR-CODE  PIC 9(03).
           02 FILLER           PIC X(01).
           02 PTH-DEMAND-AMT   PIC S9(08)V9(10).
           02 FILLER           PIC X(53).
      **
      **
       FD  DYNFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DYN-REC.
       01  DYN-REC.
           02 DYN-YEAR         PIC 9(04).
           02 FILLER           PIC X(01).
           02 DYN-SECTOR       PIC 9(03).
           02 FILLER           PIC X(01).
           02 DYN-OUTPUT       PIC -9(10)V9(08).
           02 FILLER           PIC X(01).
           02 DYN-INVEST       PIC -9(10)V9(08).
           02 FILLER           PIC X(01).
           02 DYN-DEMAND       PIC -9(10)V9(08).
           02 FILLER           PIC X(01).
           02 DYN-FLAG         PIC X(01).
           02 FILLER           PIC X(01).
           02 DYN-CLASS-VER    PIC X(04).
           02 FILLER           PIC X(01).
           02 DYN-PRICE-BASE   PIC X(04).
      **
      **
       FD  RSEFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RSE-REC.
       01  RSE-REC.
           88 RSE-EOF          VALUE HIGH-VALUES.
           02 RSE-ROW          PIC 9(03).
           02 FILLER           PIC X(01).
           02 RSE-COLMN        PIC 9(03).
           02 FILLER           PIC X(01).
           02 RSE-PCT          PIC 9(03)V9(02).
           02 FILLER           PIC X(67).
       01  RSE-CTL-REC.
           02 RSE-CTL-TYPE     PIC X(03).
              88 RSE-HDR-REC        VALUE 'HDR'.
              88 RSE-TRL-REC        VALUE 'TRL'.
           02 FILLER           PIC X(77).
      **
      **
       FD  AUDFILE
           RECORDING MODE IS F
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
       FD  REPFILE
              05 REP-ROW       PIC 9(03).
              05 REP-COLMN     PIC 9(03).
           02 REP-NUM          PIC S9(08)V9(10) USAGE IS COMP-3.
           02 REP-CLASS-VER    PIC X(04).
           02 REP-PRICE-BASIS  PIC X(01).
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
       01  CTL-DIGIT-NUM-AREA REDEFINES CTL-DIGIT-AREA.
           05  CTL-DIGIT-NUM  PIC 9(01).
       77  RUN-TITLE          PIC X(40) VALUE SPACES.
       77  CLASS-VERSION      PIC X(04) VALUE SPACES.
       77  RUN-DECIMALS       PIC S9(03) USAGE IS COMP VALUE 4.
       77  COEF-RPT-SW        PIC X(01) VALUE 'Y'.
           88  COEF-RPT-ON          VALUE 'Y'.
      *------------------------REPORT CONTROLS------------------------*
       77  RPT-LINES-PER-PAGE PIC S9(03) USAGE IS COMP VALUE 30.
       77  RPT-LINE-COUNT     PIC S9(03) USAGE IS COMP VALUE 0.
       77  RPT-HDG-LINES      PIC S9(03) USAGE IS COMP VALUE 0.
       77  RPT-PAGE-COUNT     PIC S9(03) USAGE IS COMP VALUE 0.
       77  RPT-COLS-PER-BLOCK PIC S9(03) USAGE IS COMP VALUE 6.
       77  RPT-COL-START      PIC S9(03) USAGE IS COMP VALUE 0.
           05  FILLER         PIC X(45) VALUE SPACES.
      *---------------------COEFFICIENT DRIFT----------------------------*
       77  PRV-FILE-STATUS    PIC X(02) VALUE SPACES.
       77  PRV-VER-BAD-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  PRV-CLASS-WORK     PIC X(04) VALUE SPACES.
       77  DRIFT-THRESHOLD    PIC S9(01)V9(10) USAGE IS COMP-3
                               VALUE 0.0100000000.
       77  DRIFT-MAX          PIC S9(05) USAGE IS COMP VALUE 1000.
           05  OUT-DRIFT-COLNAME PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  OUT-DRIFT-PRIOR   PIC -ZZZZZZZ9.9999.
           05  OUT-DRIFT-PRIOR-MASK REDEFINES OUT-DRIFT-PRIOR
                                 PIC X(14).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  OUT-DRIFT-CURR    PIC -ZZZZZZZ9.9999.
           05  OUT-DRIFT-CURR-MASK REDEFINES OUT-DRIFT-CURR
                                 PIC X(14).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  OUT-DRIFT-CHANGE  PIC -ZZZZZZZ9.9999.
           05  OUT-DRIFT-CHANGE-MASK REDEFINES OUT-DRIFT-CHANGE
                                 PIC X(14).
           05  FILLER            PIC X(10) VALUE SPACES.
       01  OUT-DRIFT-NOTE-LINE.
           05  OUT-DRIFT-NOTE-COUNT PIC ZZZZZ.
       77  HST-TYPE-WORK      PIC X(01) VALUE '1'.
       77  HST-ASOF-WORK      PIC X(08) VALUE SPACES.
       77  HST-DATE-NUM       PIC 9(08) VALUE 0.
       77  HST-VER-SKIP-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  TREND-RPT-SW       PIC X(01) VALUE 'N'.
           88  TREND-RPT-ON         VALUE 'Y'.
       77  TREND-PRINTED-SW   PIC X(01) VALUE 'N'.
               10  OUT-TRND-VALUE PIC X(09) JUSTIFIED RIGHT.
               10  OUT-TRND-FLAG  PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
       01  OUT-TRND-NOTE-LINE.
           05  OUT-TRND-NOTE-COUNT PIC ZZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  OUT-TRND-NOTE-TEXT  PIC X(60).
           05  FILLER          PIC X(36) VALUE SPACES.
      *---------------------INVERSE REPOSITORY---------------------------*
       77  REP-FILE-STATUS    PIC X(02) VALUE SPACES.
       77  REP-OPEN-SW        PIC X(01) VALUE 'N'.
           88  REP-OPEN             VALUE 'Y'.
       77  REP-ASOF-WORK      PIC X(08) VALUE SPACES.
       77  REP-DATE-NUM       PIC 9(08) VALUE 0.
      *    A 'PUB' RECORD KEYED ON THE AS-OF DATE WITH ROW AND COLUMN
      *    ZERO MARKS THE DATE AS PUBLISHED - A RERUN OF THAT DATE
      *    NEEDS PUBOVERRIDE=YYYYMMDD,REQUESTER
       77  REP-PUB-SW         PIC X(01) VALUE 'N'.
           88  REP-DATE-PUBLISHED   VALUE 'Y'.
       77  REP-OVERRIDE-DATE  PIC X(08) VALUE SPACES.
       77  REP-OVERRIDE-USER  PIC X(08) VALUE SPACES.
       77  REP-REWRITE-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  RLG-FILE-STATUS    PIC X(02) VALUE SPACES.
       77  RLG-TIME-NUM       PIC 9(08) VALUE 0.
       77  RLG-ACTION-WORK    PIC X(09) VALUE SPACES.
       77  RLG-COUNT-WORK     PIC S9(07) USAGE IS COMP VALUE 0.
       77  RLG-NOTE-WORK      PIC X(38) VALUE SPACES.
      *--------------------NUMERICAL VERIFICATION------------------------*
       77  VRF-TOLERANCE  PIC S9(01)V9(10) USAGE IS COMP-3
                           VALUE 0.0001000000.
       01  OUT-VRF-STATUS-LINE.
           05  OUT-VRF-STATUS    PIC X(60).
           05  FILLER            PIC X(44) VALUE SPACES.
      *---------------------DISCLOSURE AVOIDANCE-------------------------*
       77  CNF-FILE-STATUS    PIC X(02) VALUE SPACES.
       77  CNF-READ-COUNT     PIC S9(07) USAGE IS COMP VALUE 0.
       77  CNF-BAD-COUNT      PIC S9(05) USAGE IS COMP VALUE 0.
       77  CNF-HDR-SW         PIC X(01) VALUE 'N'.
           88  CNF-HDR-SEEN         VALUE 'Y'.
       77  CNF-TRL-SW         PIC X(01) VALUE 'N'.
           88  CNF-TRL-SEEN         VALUE 'Y'.
       77  CNF-ERR-SW         PIC X(01) VALUE 'N'.
           88  CNF-CTL-ERROR        VALUE 'Y'.
       77  CNF-ASOF-DATE      PIC X(08) VALUE SPACES.
       77  CNF-EXP-COUNT      PIC S9(07) USAGE IS COMP VALUE 0.
       77  CNF-EXP-HASH       PIC S9(11)V9(10) USAGE IS COMP-3 VALUE 0.
       77  CNF-ACT-COUNT      PIC S9(07) USAGE IS COMP VALUE 0.
       77  CNF-ACT-HASH       PIC S9(11)V9(10) USAGE IS COMP-3 VALUE 0.
       77  PUBLISH-SW         PIC X(01) VALUE 'N'.
           88  PUBLISH-ON           VALUE 'Y'.
       77  PUB-MIN-CONTRIB    PIC S9(05) USAGE IS COMP VALUE 3.
       77  PUB-DOM-PCT        PIC S9(05) USAGE IS COMP VALUE 80.
       77  SUPP-PRIMARY-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  SUPP-COMP-COUNT    PIC S9(07) USAGE IS COMP VALUE 0.
       77  SUPP-PASS-COUNT    PIC S9(05) USAGE IS COMP VALUE 0.
       77  SUPP-IND           PIC S9(03) USAGE IS COMP VALUE 0.
       77  SUPP-BEST-IND      PIC S9(03) USAGE IS COMP VALUE 0.
       77  SUPP-ABS           PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SUPP-BEST-VALUE    PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SUPP-TIER          PIC S9(01) USAGE IS COMP VALUE 0.
       77  SUPP-BEST-TIER     PIC S9(01) USAGE IS COMP VALUE 0.
       77  SUPP-CHANGED-SW    PIC X(01) VALUE 'N'.
           88  SUPP-CHANGED         VALUE 'Y'.
       77  DISCLOSURE-MARK    PIC X(14) VALUE '           (D)'.
       01  SUPPRESSION-MTRX.
           05  ROW    OCCURS 300 TIMES.
           10  COLMN  OCCURS 300 TIMES.
           15  SUPP-FLAG-ELM PIC X(01) VALUE SPACE.
               88  CELL-PRIMARY         VALUE 'P'.
               88  CELL-SUPPRESSED      VALUE 'P' 'C'.
               88  CELL-PUBLISHED       VALUE SPACE.
       01  SUPPRESSION-ROW-COUNTS.
           05  SUPP-ROW-CNT OCCURS 300 TIMES
                PIC S9(03) USAGE IS COMP VALUE 0.
       01  SUPPRESSION-COL-COUNTS.
           05  SUPP-COL-CNT OCCURS 300 TIMES
                PIC S9(03) USAGE IS COMP VALUE 0.
      *------------------------CONSTANT PRICES--------------------------*
      *    PRICE-BASE-YEAR STAYS BLANK IN A CURRENT-PRICE RUN; IT IS THE
      *    STAMP CARRIED ON EXTFILE AND HSTFILE, AND REPFILE CARRIES
      *    PRICE-BASIS-FLAG 'C' FOR A CONSTANT-PRICE RUN
       77  PRC-FILE-STATUS    PIC X(02) VALUE SPACES.
       77  PRC-READ-COUNT     PIC S9(07) USAGE IS COMP VALUE 0.
       77  PRC-BAD-COUNT      PIC S9(05) USAGE IS COMP VALUE 0.
       77  PRC-MISS-COUNT     PIC S9(05) USAGE IS COMP VALUE 0.
       77  PRC-SECT-IND       PIC S9(03) USAGE IS COMP VALUE 0.
       77  PRC-REGION-WORK    PIC S9(03) USAGE IS COMP VALUE 0.
       77  PRICE-MODE-SW      PIC X(01) VALUE 'N'.
           88  CONSTANT-PRICES      VALUE 'Y'.
       77  PRICE-BASE-YEAR    PIC X(04) VALUE SPACES.
       77  PRICE-BASIS-FLAG   PIC X(01) VALUE SPACE.
       77  PRV-PRC-BAD-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  PRV-PRICE-WORK     PIC X(04) VALUE SPACES.
       77  HST-PRC-SKIP-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       01  PRICE-INDEX-TABLE.
           05  PRC-INDEX-ELM OCCURS 300 TIMES
                PIC S9(04)V9(04) USAGE IS COMP-3 VALUE 0.
       01  PRICE-FACTOR-TABLE.
           05  PRC-FACTOR-ELM OCCURS 300 TIMES
                PIC S9(07)V9(10) USAGE IS COMP-3 VALUE 1.
       01  OUT-PRICE-LINE.
           05  FILLER          PIC X(15) VALUE 'PRICE BASIS  - '.
           05  OUT-PRICE-TEXT  PIC X(45) VALUE SPACES.
           05  FILLER          PIC X(44) VALUE SPACES.
      *----------------------CONSTRAINED SECTORS-----------------------*
      *    CSTFILE SECTORS HAVE THEIR OUTPUT FIXED; THEIR FINAL
      *    DEMAND IS SOLVED FROM THE INVERSE OF THE CONSTRAINED BLOCK
      *    OF THE LEONTIEF INVERSE (CST-INV-ELM), BUILT ONCE PER RUN
       77  CST-FILE-STATUS    PIC X(02) VALUE SPACES.
       77  CST-READ-COUNT     PIC S9(07) USAGE IS COMP VALUE 0.
       77  CST-BAD-COUNT      PIC S9(05) USAGE IS COMP VALUE 0.
       77  CST-COUNT          PIC S9(03) USAGE IS COMP VALUE 0.
       77  CST-MAX            PIC S9(03) USAGE IS COMP VALUE 50.
       77  CST-IND            PIC S9(03) USAGE IS COMP VALUE 0.
       77  CST-SUB            PIC S9(03) USAGE IS COMP VALUE 0.
       77  CST-PIV-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  CST-SWAP-IND       PIC S9(03) USAGE IS COMP VALUE 0.
       77  CST-PIV-ELM        PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  CST-PIV-ABS        PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  CST-CELL-ABS       PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  CST-RATIO          PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  CST-SWAP-ELM       PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  CST-GAP            PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  CST-TINY           PIC S9(08)V9(10) USAGE IS COMP-3
                                VALUE 0.0000000100.
       01  CST-FLAG-TABLE.
           05  CST-FLAG-ELM OCCURS 300 TIMES PIC X(01) VALUE 'N'.
               88  CST-FIXED            VALUE 'Y'.
       01  CONSTRAINED-TABLE.
           05  CST-ENTRY OCCURS 50 TIMES.
               10  CST-SECT-ELM    PIC S9(03) USAGE IS COMP VALUE 0.
               10  CST-LEVEL-ELM   PIC S9(08)V9(10) USAGE IS COMP-3
                                     VALUE 0.
               10  CST-RHS-ELM     PIC S9(08)V9(10) USAGE IS COMP-3
                                     VALUE 0.
               10  CST-IMPLIED-ELM PIC S9(08)V9(10) USAGE IS COMP-3
                                     VALUE 0.
       01  CONSTRAINED-BLOCK.
           05  CST-BLK-ROW OCCURS 50 TIMES.
               10  CST-BLK-ELM OCCURS 50 TIMES
                    PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  CONSTRAINED-BLOCK-INVERSE.
           05  CST-INV-ROW OCCURS 50 TIMES.
               10  CST-INV-ELM OCCURS 50 TIMES
                    PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  MIXED-DEMAND.
           05  MIX-DEM-ELM OCCURS 300 TIMES
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  MIXED-UNCONSTRAINED.
           05  MIX-UNCON-ELM OCCURS 300 TIMES
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  MIXED-OUTPUT.
           05  MIX-OUTPUT-ELM OCCURS 300 TIMES
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  MIXED-TOTALS.
           05  MIX-TOT-UNCON     PIC S9(10)V9(04) USAGE IS COMP-3.
           05  MIX-TOT-FIXED     PIC S9(10)V9(04) USAGE IS COMP-3.
           05  MIX-TOT-DEMAND    PIC S9(10)V9(04) USAGE IS COMP-3.
           05  MIX-TOT-IMPLIED   PIC S9(10)V9(04) USAGE IS COMP-3.
           05  MIX-TOT-SHORT     PIC S9(10)V9(04) USAGE IS COMP-3.
           05  MIX-TOT-OUTPUT    PIC S9(10)V9(04) USAGE IS COMP-3.
           05  MIX-TOT-DIFF      PIC S9(10)V9(04) USAGE IS COMP-3.
       01  OUT-MIXC-COL-HEADING.
           05  FILLER         PIC X(25) VALUE 'SECTOR  NAME'.
           05  FILLER         PIC X(15) VALUE '  UNCONSTRAINED'.
           05  FILLER         PIC X(15) VALUE '   FIXED OUTPUT'.
           05  FILLER         PIC X(15) VALUE '   FINAL DEMAND'.
           05  FILLER         PIC X(15) VALUE ' IMPLIED DEMAND'.
           05  FILLER         PIC X(15) VALUE '      SHORTFALL'.
           05  FILLER         PIC X(04) VALUE SPACES.
       01  OUT-MIXC-LINE.
           05  OUT-MIXC-SECTOR   PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-MIXC-NAME     PIC X(20).
           05  OUT-MIXC-BLOCK OCCURS 5 TIMES.
               10  FILLER          PIC X(01).
               10  OUT-MIXC-VALUE  PIC -ZZZZZZZ9.9999.
           05  FILLER            PIC X(04) VALUE SPACES.
       01  OUT-MIXS-COL-HEADING.
           05  FILLER         PIC X(25) VALUE 'SECTOR  NAME'.
           05  FILLER         PIC X(15) VALUE '  UNCONSTRAINED'.
           05  FILLER         PIC X(15) VALUE '    CONSTRAINED'.
           05  FILLER         PIC X(15) VALUE '     DIFFERENCE'.
           05  FILLER         PIC X(34) VALUE SPACES.
       01  OUT-MIXS-LINE.
           05  OUT-MIXS-SECTOR   PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-MIXS-NAME     PIC X(20).
           05  OUT-MIXS-BLOCK OCCURS 3 TIMES.
               10  FILLER          PIC X(01).
               10  OUT-MIXS-VALUE  PIC -ZZZZZZZ9.9999.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-MIXS-FLAG     PIC X(05).
           05  FILLER            PIC X(27) VALUE SPACES.
       01  OUT-MIX-NOTE-LINE.
           05  FILLER         PIC X(47) VALUE
             'SHORTFALL = FINAL DEMAND LESS IMPLIED DEMAND - '.
           05  FILLER         PIC X(47) VALUE
             'MET BY IMPORTS OR UNMET; NEGATIVE = SURPLUS'.
           05  FILLER         PIC X(10) VALUE SPACES.
      *-----------------------DYNAMIC PROJECTION-----------------------*
      *    DYNAMIC=YES CARRIES THE DEMFILE OUTPUT FORWARD ALONG THE
      *    PTHFILE FINAL DEMAND PATH.  EACH YEAR IS SOLVED BY
      *    ITERATING X = L (F + B (X - XPRIOR)) ON THE STORED INVERSE
      *    UNTIL NO SECTOR MOVES BY MORE THAN DYN-TOLERANCE; A YEAR
      *    THAT OVERFLOWS OR HAS NOT SETTLED AFTER DYN-MAX-ITER PASSES
      *    IS DIVERGED AND THE YEARS AFTER IT ARE NOT SOLVED
       77  DYNAMIC-SW         PIC X(01) VALUE 'N'.
           88  DYNAMIC-MODE         VALUE 'Y'.
       77  KAP-FILE-STATUS    PIC X(02) VALUE SPACES.
       77  KAP-READ-COUNT     PIC S9(07) USAGE IS COMP VALUE 0.
       77  KAP-BAD-COUNT      PIC S9(05) USAGE IS COMP VALUE 0.
       77  KAP-NUM-WORK       PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  KAP-HDR-SW         PIC X(01) VALUE 'N'.
           88  KAP-HDR-SEEN         VALUE 'Y'.
       77  KAP-TRL-SW         PIC X(01) VALUE 'N'.
           88  KAP-TRL-SEEN         VALUE 'Y'.
       77  KAP-ASOF-DATE      PIC X(08) VALUE SPACES.
       77  KAP-EXP-COUNT      PIC S9(07) USAGE IS COMP VALUE 0.
       77  KAP-EXP-HASH       PIC S9(11)V9(10) USAGE IS COMP-3 VALUE 0.
       77  KAP-ACT-COUNT      PIC S9(07) USAGE IS COMP VALUE 0.
       77  KAP-ACT-HASH       PIC S9(11)V9(10) USAGE IS COMP-3 VALUE 0.
       77  PTH-FILE-STATUS    PIC X(02) VALUE SPACES.
       77  PTH-READ-COUNT     PIC S9(07) USAGE IS COMP VALUE 0.
       77  PTH-BAD-COUNT      PIC S9(05) USAGE IS COMP VALUE 0.
       77  PTH-LAST-YEAR      PIC 9(04) VALUE 0.
       77  DYN-YEAR-COUNT     PIC S9(03) USAGE IS COMP VALUE 0.
       77  DYN-YEAR-MAX       PIC S9(03) USAGE IS COMP VALUE 10.
       77  DYN-YEAR-IND       PIC S9(03) USAGE IS COMP VALUE 0.
       77  DYN-SUB            PIC S9(03) USAGE IS COMP VALUE 0.
       77  DYN-ITER           PIC S9(03) USAGE IS COMP VALUE 0.
       77  DYN-MAX-ITER       PIC S9(03) USAGE IS COMP VALUE 100.
       77  DYN-SOLVED-COUNT   PIC S9(03) USAGE IS COMP VALUE 0.
       77  DYN-FLAG-COUNT     PIC S9(03) USAGE IS COMP VALUE 0.
       77  DYN-TOLERANCE      PIC S9(01)V9(08) USAGE IS COMP-3
                                VALUE 0.0001.
       77  DYN-DIFF           PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
       77  DYN-CHANGE         PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
       77  DYN-BASE-DEM       PIC S9(12)V9(06) USAGE IS COMP-3 VALUE 0.
       77  DYN-BASE-OUT       PIC S9(12)V9(06) USAGE IS COMP-3 VALUE 0.
       77  DYN-CONVERGED-SW   PIC X(01) VALUE 'N'.
           88  DYN-CONVERGED        VALUE 'Y'.
       77  DYN-OVERFLOW-SW    PIC X(01) VALUE 'N'.
           88  DYN-OVERFLOW         VALUE 'Y'.
       77  DYN-STOPPED-SW     PIC X(01) VALUE 'N'.
           88  DYN-STOPPED          VALUE 'Y'.
       77  DYN-RPT-SW         PIC X(01) VALUE 'O'.
           88  DYN-OUTPUT-RPT       VALUE 'O'.
           88  DYN-INVEST-RPT       VALUE 'I'.
       01  CAPITAL-MTRX.
           05  KAP-ROW-ENTRY OCCURS 300 TIMES.
               10  KAP-ELM OCCURS 300 TIMES
                    PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  CAPITAL-SEEN-TABLE.
           05  KAP-SEEN-ROW OCCURS 300 TIMES.
               10  KAP-SEEN-ELM OCCURS 300 TIMES PIC X(01) VALUE 'N'.
                   88  KAP-CELL-LOADED       VALUE 'Y'.
       01  DYNAMIC-YEAR-TABLE.
           05  DYN-YEAR-ENTRY OCCURS 10 TIMES.
               10  DYN-YEAR-ELM      PIC 9(04) VALUE 0.
               10  DYN-STATUS-ELM    PIC X(10) VALUE SPACES.
                   88  DYN-YEAR-SOLVED      VALUE 'OK' 'NEGATIVE'.
               10  DYN-ITER-ELM      PIC S9(03) USAGE IS COMP VALUE 0.
               10  DYN-NEG-ELM       PIC S9(03) USAGE IS COMP VALUE 0.
               10  DYN-TOT-DEM-ELM   PIC S9(12)V9(06) USAGE IS COMP-3
                                       VALUE 0.
               10  DYN-TOT-INV-ELM   PIC S9(12)V9(06) USAGE IS COMP-3
                                       VALUE 0.
               10  DYN-TOT-OUT-ELM   PIC S9(12)V9(06) USAGE IS COMP-3
                                       VALUE 0.
               10  DYN-PATH-ELM OCCURS 300 TIMES
                    PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
               10  DYN-OUT-ELM OCCURS 300 TIMES
                    PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
               10  DYN-INV-ELM OCCURS 300 TIMES
                    PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
       01  DYNAMIC-WORK-VECTORS.
           05  DYN-PREV-ELM OCCURS 300 TIMES
                PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
           05  DYN-CURR-ELM OCCURS 300 TIMES
                PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
           05  DYN-NEXT-ELM OCCURS 300 TIMES
                PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
           05  DYN-BASE-ELM OCCURS 300 TIMES
                PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
           05  DYN-INVEST-ELM OCCURS 300 TIMES
                PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
       01  DYN-HDG-AREA.
           05  DYN-HDG-YEAR      PIC 9(04).
           05  DYN-HDG-FLAG      PIC X(04).
       01  OUT-DYNS-COL-HEADING.
           05  FILLER         PIC X(06) VALUE 'YEAR'.
           05  FILLER         PIC X(16) VALUE '    FINAL DEMAND'.
           05  FILLER         PIC X(16) VALUE '      INVESTMENT'.
           05  FILLER         PIC X(16) VALUE '          OUTPUT'.
           05  FILLER         PIC X(05) VALUE '  ITR'.
           05  FILLER         PIC X(05) VALUE '  NEG'.
           05  FILLER         PIC X(12) VALUE '  STATUS'.
           05  FILLER         PIC X(28) VALUE SPACES.
       01  OUT-DYNS-LINE.
           05  OUT-DYNS-YEAR     PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-DYNS-BLOCK OCCURS 3 TIMES.
               10  FILLER          PIC X(01).
               10  OUT-DYNS-VALUE  PIC -ZZZZZZZZZ9.9999.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-DYNS-ITER     PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-DYNS-NEG      PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-DYNS-STATUS   PIC X(10).
           05  FILLER            PIC X(28) VALUE SPACES.
       01  OUT-DYN-NOTE-LINE.
           05  FILLER         PIC X(44) VALUE
             'NEG = SECTORS WITH NEGATIVE OUTPUT; DIVERGED'.
           05  FILLER         PIC X(53) VALUE
             ' = INVESTMENT FEEDBACK DID NOT SETTLE WITHIN THE YEAR'.
           05  FILLER         PIC X(07) VALUE SPACES.
      *---------------------MULTIPLIER SENSITIVITY----------------------*
      *    SENSITIVITY=YES PERTURBS EVERY COEFFICIENT THAT CARRIES A
      *    RELATIVE STANDARD ERROR ON RSEFILE BY A NORMAL DRAW (SUM OF
      *    TWELVE UNIFORMS LESS SIX FROM A SEEDED MULTIPLICATIVE
      *    CONGRUENTIAL GENERATOR, SO A RERUN WITH THE SAME SEED= GIVES
      *    THE SAME TRIALS), ONCE PER TRIAL.  A PERTURBED COEFFICIENT
      *    IS NEVER TAKEN BELOW ZERO.  EACH TRIAL'S OUTPUT MULTIPLIERS
      *    M = 1'(I - A)-1 ARE SOLVED FROM THE STORED ONES BY ADDING
      *    THE RESIDUAL 1' - M (I - A) TIMES THE STORED INVERSE UNTIL
      *    NO RESIDUAL EXCEEDS SEN-TOLERANCE; A TRIAL THAT OVERFLOWS,
      *    HAS NOT SETTLED AFTER SEN-MAX-ITER PASSES OR GIVES A
      *    NEGATIVE MULTIPLIER IS NOT SETTLED AND LEFT OUT.  THE RANGE
      *    IS THE 5TH TO 95TH PERCENTILE OF THE SETTLED TRIALS.  A
      *    SECTOR IS UNSTABLE WHEN IT HOLDS ITS BASE RANK IN FEWER
      *    THAN STABLEPCT= PERCENT OF THEM.  FOR THE TOP KEYSECTORS=
      *    SECTORS EACH CELL'S SHARE OF THE MULTIPLIER VARIANCE IS
      *    TAKEN TO FIRST ORDER: (M(I) L(K,J) A(I,K) RSE(I,K)) SQUARED
       77  SENSITIVITY-SW     PIC X(01) VALUE 'N'.
           88  SENSITIVITY-MODE     VALUE 'Y'.
       77  RSE-FILE-STATUS    PIC X(02) VALUE SPACES.
       77  RSE-READ-COUNT     PIC S9(07) USAGE IS COMP VALUE 0.
       77  RSE-BAD-COUNT      PIC S9(05) USAGE IS COMP VALUE 0.
       77  SEN-TRIALS         PIC S9(03) USAGE IS COMP VALUE 50.
       77  SEN-TRIAL-IND      PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-SETTLED-COUNT  PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-UNSETTLED-COUNT PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-UNSTABLE-COUNT PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-KEY-COUNT      PIC S9(03) USAGE IS COMP VALUE 5.
       77  SEN-KEY-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-SECTOR         PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-STABLE-PCT     PIC S9(03) USAGE IS COMP VALUE 90.
       77  SEN-SAME-PCT       PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-SEED-START     PIC S9(05) USAGE IS COMP VALUE 4711.
       77  SEN-SEED           PIC S9(10) USAGE IS COMP VALUE 0.
       77  SEN-PRODUCT        PIC S9(15) USAGE IS COMP-3 VALUE 0.
       77  SEN-QUOTIENT       PIC S9(10) USAGE IS COMP-3 VALUE 0.
       77  SEN-MODULUS        PIC S9(10) USAGE IS COMP-3
                                VALUE 2147483647.
       77  SEN-MULTIPLIER     PIC S9(05) USAGE IS COMP-3 VALUE 16807.
       77  SEN-NORMAL         PIC S9(03)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SEN-COEF-WORK      PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SEN-CELL-COUNT     PIC S9(05) USAGE IS COMP VALUE 0.
       77  SEN-CELL-IND       PIC S9(05) USAGE IS COMP VALUE 0.
       77  SEN-ITER           PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-MAX-ITER       PIC S9(03) USAGE IS COMP VALUE 50.
       77  SEN-TOLERANCE      PIC S9(01)V9(08) USAGE IS COMP-3
                                VALUE 0.000001.
       77  SEN-MAX-RESID      PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SEN-ABS-RESID      PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SEN-RANK-WORK      PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-SORT-IND       PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-SORT-CMP       PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-SORT-BEST      PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-SORT-TEMP      PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SEN-LOW-POS        PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-HIGH-POS       PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-GRAD           PIC S9(06)V9(12) USAGE IS COMP-3 VALUE 0.
       77  SEN-VAR-WORK       PIC S9(08)V9(12) USAGE IS COMP-3 VALUE 0.
       77  SEN-VAR-TOTAL      PIC S9(08)V9(12) USAGE IS COMP-3 VALUE 0.
       77  SEN-STD-ERROR      PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SEN-SHARE-WORK     PIC S9(03)V9(02) USAGE IS COMP-3 VALUE 0.
       77  SEN-TOP-MAX        PIC S9(03) USAGE IS COMP VALUE 5.
       77  SEN-TOP-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-TOP-PREV       PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-TOP-COUNT      PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-TOP-SLOT       PIC S9(03) USAGE IS COMP VALUE 0.
       77  SEN-CONVERGED-SW   PIC X(01) VALUE 'N'.
           88  SEN-CONVERGED        VALUE 'Y'.
       77  SEN-OVERFLOW-SW    PIC X(01) VALUE 'N'.
           88  SEN-OVERFLOW         VALUE 'Y'.
       01  SENSITIVITY-RSE-TABLE.
           05  SEN-RSE-ROW OCCURS 300 TIMES.
               10  SEN-RSE-ELM OCCURS 300 TIMES
                    PIC 9(03)V9(02) USAGE IS COMP-3 VALUE 0.
       01  SENSITIVITY-CELL-TABLE.
           05  SEN-CELL-ENTRY OCCURS 90000 TIMES.
               10  SEN-CELL-ROW      PIC S9(03) USAGE IS COMP.
               10  SEN-CELL-COL      PIC S9(03) USAGE IS COMP.
               10  SEN-CELL-DELTA    PIC S9(08)V9(10) USAGE IS COMP-3.
       01  SENSITIVITY-SECTOR-TABLE.
           05  SEN-SECTOR-ENTRY OCCURS 300 TIMES.
               10  SEN-CURR-ELM      PIC S9(08)V9(10) USAGE IS COMP-3
                                       VALUE 0.
               10  SEN-RESID-ELM     PIC S9(08)V9(10) USAGE IS COMP-3
                                       VALUE 0.
               10  SEN-LOW-ELM       PIC S9(08)V9(10) USAGE IS COMP-3
                                       VALUE 0.
               10  SEN-HIGH-ELM      PIC S9(08)V9(10) USAGE IS COMP-3
                                       VALUE 0.
               10  SEN-BASE-RANK     PIC S9(03) USAGE IS COMP VALUE 0.
               10  SEN-RANK-BEST     PIC S9(03) USAGE IS COMP VALUE 0.
               10  SEN-RANK-WORST    PIC S9(03) USAGE IS COMP VALUE 0.
               10  SEN-SAME-COUNT    PIC S9(03) USAGE IS COMP VALUE 0.
       01  SENSITIVITY-TRIAL-TABLE.
           05  SEN-TRIAL-ROW OCCURS 200 TIMES.
               10  SEN-TRIAL-ELM OCCURS 300 TIMES
                    PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  SENSITIVITY-SORT-TABLE.
           05  SEN-SORT-ELM OCCURS 200 TIMES
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  SENSITIVITY-TOP-TABLE.
           05  SEN-TOP-ENTRY OCCURS 5 TIMES.
               10  SEN-TOP-CELL      PIC S9(05) USAGE IS COMP VALUE 0.
               10  SEN-TOP-VAR       PIC S9(08)V9(12) USAGE IS COMP-3
                                       VALUE 0.
       01  OUT-SEN-COUNT-LINE.
           05  FILLER            PIC X(07) VALUE 'TRIALS '.
           05  OUT-SEN-TRIALS    PIC ZZ9.
           05  FILLER            PIC X(10) VALUE '  SETTLED '.
           05  OUT-SEN-SETTLED   PIC ZZ9.
           05  FILLER            PIC X(14) VALUE '  NOT SETTLED '.
           05  OUT-SEN-UNSETTLED PIC ZZ9.
           05  FILLER            PIC X(15) VALUE '  MARGIN CELLS '.
           05  OUT-SEN-CELLS     PIC ZZZZ9.
           05  FILLER            PIC X(07) VALUE '  SEED '.
           05  OUT-SEN-SEED      PIC ZZZ9.
           05  FILLER            PIC X(12) VALUE '  STABLE AT '.
           05  OUT-SEN-STABLE    PIC ZZ9.
           05  FILLER            PIC X(14) VALUE ' PCT SAME RANK'.
           05  FILLER            PIC X(04) VALUE SPACES.
       01  OUT-SEN-COL-HEADING.
           05  FILLER         PIC X(48) VALUE
             'RANK    SECTOR  NAME                  MULTIPLIER'.
           05  FILLER         PIC X(50) VALUE
             '     90 PCT LOW    90 PCT HIGH  RANKS  SAME%  FLAG'.
           05  FILLER         PIC X(06) VALUE SPACES.
       01  OUT-SEN-LINE.
           05  OUT-SEN-RANK      PIC ZZ9.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  OUT-SEN-SECTOR    PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-SEN-NAME      PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-SEN-MULT      PIC -ZZZZZZZ9.9999.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  OUT-SEN-LOW       PIC -ZZZZZZZ9.9999.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  OUT-SEN-HIGH      PIC -ZZZZZZZ9.9999.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-SEN-RANK-BEST PIC ZZ9.
           05  OUT-SEN-DASH      PIC X(01).
           05  OUT-SEN-RANK-WORST PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-SEN-SAME      PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-SEN-FLAG      PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
       01  OUT-SEN-NOTE-LINE-1.
           05  FILLER         PIC X(46) VALUE
             'RANGE = 5TH TO 95TH PERCENTILE OF THE SETTLED '.
           05  FILLER         PIC X(43) VALUE
             'TRIALS; RANKS = BEST AND WORST RANK IN THEM'.
           05  FILLER         PIC X(15) VALUE SPACES.
       01  OUT-SEN-NOTE-LINE-2.
           05  FILLER         PIC X(48) VALUE
             'SAME% = PCT OF SETTLED TRIALS AT THE BASE RANK; '.
           05  FILLER         PIC X(39) VALUE
             'UNSTABLE = SAME% BELOW THE STABLE LEVEL'.
           05  FILLER         PIC X(17) VALUE SPACES.
       01  OUT-SEN-NONE-LINE.
           05  FILLER         PIC X(50) VALUE
             'NO TRIAL SETTLED - MULTIPLIER RANGES NOT AVAILABLE'.
           05  FILLER         PIC X(54) VALUE SPACES.
       01  OUT-SENK-COL-HEADING.
           05  FILLER         PIC X(45) VALUE
             'KEY  SECTOR  NAME                  MULTIPLIER'.
           05  FILLER         PIC X(52) VALUE
             '      STD ERROR  CELL    COEFFICIENT    RSE%  SHARE%'.
           05  FILLER         PIC X(07) VALUE SPACES.
       01  OUT-SENK-LINE.
           05  OUT-SENK-KEY      PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-SENK-SECTOR   PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-SENK-NAME     PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  OUT-SENK-MULT     PIC -ZZZZZZZ9.9999.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  OUT-SENK-STD-ERROR PIC -ZZZZZZZ9.9999.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  OUT-SENK-CELL-AREA.
               10  OUT-SENK-ROW      PIC 9(03).
               10  OUT-SENK-COMMA    PIC X(01).
               10  OUT-SENK-COL      PIC 9(03).
               10  FILLER            PIC X(02).
               10  OUT-SENK-COEF     PIC -Z9.9(06).
               10  OUT-SENK-COEF-MASK REDEFINES OUT-SENK-COEF
                                     PIC X(10).
               10  FILLER            PIC X(02).
               10  OUT-SENK-RSE      PIC ZZ9.99.
               10  FILLER            PIC X(02).
               10  OUT-SENK-SHARE    PIC ZZ9.99.
               10  FILLER            PIC X(07).
           05  OUT-SENK-CELL-TEXT REDEFINES OUT-SENK-CELL-AREA
                                 PIC X(42).
       01  OUT-SENK-NOTE-LINE.
           05  FILLER         PIC X(47) VALUE
             'STD ERROR = FIRST-ORDER ESTIMATE FROM THE CELL '.
           05  FILLER         PIC X(43) VALUE
             'ERROR MARGINS; SHARE% = PCT OF ITS VARIANCE'.
           05  FILLER         PIC X(14) VALUE SPACES.
      *-------------------------SECTOR NAMES-----------------------------*
       77  SCT-FILE-STATUS    PIC X(02) VALUE SPACES.
       01  SECTOR-NAME-TABLE.
             MOVE 'CONTROL CARD ERROR' TO RUN-CONDITION
             GO TO PROGRAM-END
           END-IF
      *
           IF PUBLISH-ON AND INV-RPT-ON
             DISPLAY 'PUBLICATION RUN - LEONTIEF INVERSE REPORT '
               'SUPPRESSED, THE COEFFICIENTS CAN BE BACKED OUT OF IT'
             MOVE 'N' TO INV-RPT-SW
           END-IF
      *
           IF MRIO-ACTIVE
      *
               MOVE 'CONTROL CARD ERROR' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             IF DYNAMIC-MODE
               DISPLAY 'DYNAMIC PROJECTION NOT AVAILABLE WITH MULTI-'
                 'REGIONAL MODE - REMOVE REGIONS= OR DYNAMIC=YES'
               MOVE 20 TO RUN-RC
               MOVE 'CONTROL CARD ERROR' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             IF SENSITIVITY-MODE
               DISPLAY 'MULTIPLIER SENSITIVITY NOT AVAILABLE WITH MULTI'
                 '-REGIONAL MODE - REMOVE REGIONS= OR SENSITIVITY=YES'
               MOVE 20 TO RUN-RC
               MOVE 'CONTROL CARD ERROR' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             COMPUTE TABL-SIZE = REG-COUNT * REG-SECTORS
      *
             PERFORM READ-DEMAND-FILE UNTIL DEM-EOF
             CLOSE DEMFILE
           END-IF
      *
           IF CONSTANT-PRICES
      *
             OPEN INPUT PRCFILE
      *
             IF PRC-FILE-STATUS = '00'
               PERFORM READ-PRICE-INDEX-FILE UNTIL PRC-EOF
               CLOSE PRCFILE
             ELSE
               DISPLAY 'PRICE INDEX FILE NOT AVAILABLE - STATUS '
                 PRC-FILE-STATUS ' - CONSTANT-PRICE RUN CANNOT BE '
                 'DEFLATED'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             PERFORM CHECK-PRICE-INDEX VARYING ROW-IND FROM 1 BY 1
               UNTIL ROW-IND > TABL-SIZE
      *
             IF PRC-BAD-COUNT > 0 OR PRC-MISS-COUNT > 0
               OR PRICE-BASE-YEAR = SPACES
               DISPLAY 'PRICE INDEX FILE VALIDATION FAILED - BAD '
                 'RECORD COUNT = ' PRC-BAD-COUNT ' SECTORS WITHOUT AN '
                 'INDEX = ' PRC-MISS-COUNT
               DISPLAY 'PROCESSING TERMINATED - CORRECT PRCFILE AND '
                 'RESUBMIT'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             MOVE 'C' TO PRICE-BASIS-FLAG
             MOVE SPACES TO OUT-PRICE-TEXT
             STRING 'CONSTANT PRICES, BASE ' PRICE-BASE-YEAR
               DELIMITED BY SIZE INTO OUT-PRICE-TEXT
      *
           END-IF
      *
           OPEN INPUT CSTFILE
      *
           IF CST-FILE-STATUS = '00'
             PERFORM READ-CONSTRAINT-FILE UNTIL CST-EOF
             CLOSE CSTFILE
           END-IF
      *
           IF CST-BAD-COUNT > 0
             DISPLAY 'CONSTRAINED-SECTOR FILE VALIDATION FAILED - BAD '
               'RECORD COUNT = ' CST-BAD-COUNT
             DISPLAY 'PROCESSING TERMINATED - CORRECT CSTFILE AND '
               'RESUBMIT'
             MOVE 8 TO RUN-RC
             MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
             GO TO PROGRAM-END
           END-IF
      *
           IF CST-COUNT > 0 AND DEM-FILE-STATUS NOT = '00'
             DISPLAY 'CONSTRAINED-SECTOR FILE SUPPLIED WITHOUT A FINAL '
               'DEMAND FILE - FIXED OUTPUT NEEDS A DEMAND LEVEL'
             MOVE 8 TO RUN-RC
             MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
             GO TO PROGRAM-END
           END-IF
      *
           IF DYNAMIC-MODE
      *
             IF DEM-FILE-STATUS NOT = '00'
               DISPLAY 'DYNAMIC PROJECTION REQUESTED WITHOUT A FINAL '
                 'DEMAND FILE - THE BASE YEAR NEEDS A DEMAND LEVEL'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             OPEN INPUT KAPFILE
      *
             IF KAP-FILE-STATUS = '00'
               PERFORM READ-CAPITAL-FILE UNTIL KAP-EOF
               CLOSE KAPFILE
             ELSE
               DISPLAY 'CAPITAL COEFFICIENT FILE NOT AVAILABLE - '
                 'STATUS ' KAP-FILE-STATUS ' - DYNAMIC PROJECTION '
                 'CANNOT RUN'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             OPEN INPUT PTHFILE
      *
             IF PTH-FILE-STATUS = '00'
               PERFORM READ-PATH-FILE UNTIL PTH-EOF
               CLOSE PTHFILE
             ELSE
               DISPLAY 'DEMAND PATH FILE NOT AVAILABLE - STATUS '
                 PTH-FILE-STATUS ' - DYNAMIC PROJECTION CANNOT RUN'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             IF KAP-BAD-COUNT > 0 OR PTH-BAD-COUNT > 0
               OR DYN-YEAR-COUNT = 0
               DISPLAY 'DYNAMIC PROJECTION INPUT VALIDATION FAILED - '
                 'BAD KAPFILE RECORDS = ' KAP-BAD-COUNT
                 ' BAD PTHFILE RECORDS = ' PTH-BAD-COUNT
                 ' PATH YEARS = ' DYN-YEAR-COUNT
               DISPLAY 'PROCESSING TERMINATED - CORRECT KAPFILE AND '
                 'PTHFILE AND RESUBMIT'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
           END-IF
      *
           IF SENSITIVITY-MODE
      *
             OPEN INPUT RSEFILE
      *
             IF RSE-FILE-STATUS = '00'
               PERFORM READ-ERROR-MARGIN-FILE UNTIL RSE-EOF
               CLOSE RSEFILE
             ELSE
               DISPLAY 'ERROR-MARGIN FILE NOT AVAILABLE - STATUS '
                 RSE-FILE-STATUS ' - MULTIPLIER SENSITIVITY CANNOT RUN'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             IF RSE-BAD-COUNT > 0
               OR RSE-READ-COUNT = 0
               DISPLAY 'ERROR-MARGIN FILE VALIDATION FAILED - BAD '
                 'RECORD COUNT = ' RSE-BAD-COUNT
                 ' CELLS READ = ' RSE-READ-COUNT
               DISPLAY 'PROCESSING TERMINATED - CORRECT RSEFILE AND '
                 'RESUBMIT'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
           END-IF
      *
           OPEN INPUT SCTFILE
      *
      *
           END-IF
      *
           IF PUBLISH-ON
      *
             OPEN INPUT CNFFILE
      *
             IF CNF-FILE-STATUS = '00'
               PERFORM READ-CONFIDENTIALITY-FILE UNTIL CNF-EOF
               CLOSE CNFFILE
             ELSE
               DISPLAY 'CONFIDENTIALITY FILE NOT AVAILABLE - STATUS '
                 CNF-FILE-STATUS ' - PUBLICATION RUN CANNOT BE '
                 'SCREENED FOR DISCLOSURE'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             PERFORM CHECK-CONFIDENTIALITY-CONTROLS
      *
             IF CNF-CTL-ERROR
               DISPLAY 'PROCESSING TERMINATED - CNFFILE CONTROL-TOTAL '
                 'RECONCILIATION FAILED - VERIFY TRANSMISSION AND '
                 'RESUBMIT'
               MOVE 10 TO RUN-RC
               MOVE 'RECONCILIATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
             IF CNF-BAD-COUNT > 0
               DISPLAY 'CONFIDENTIALITY FILE VALIDATION FAILED - BAD '
                 'RECORD COUNT = ' CNF-BAD-COUNT
               DISPLAY 'PROCESSING TERMINATED - CORRECT CNFFILE AND '
                 'RESUBMIT'
               MOVE 8 TO RUN-RC
               MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
               GO TO PROGRAM-END
             END-IF
      *
           END-IF
      *
           PERFORM CHECK-PUBLISHED-DATE
      *
           IF REP-DATE-PUBLISHED AND REP-OVERRIDE-DATE = SPACES
      *
             DISPLAY 'AS-OF DATE ' REP-ASOF-WORK ' IS MARKED AS '
               'PUBLISHED IN THE INVERSE REPOSITORY - RERUN REFUSED'
             DISPLAY 'PROCESSING TERMINATED - A RERUN OF A PUBLISHED '
               'DATE NEEDS A PUBOVERRIDE= CONTROL CARD'
             MOVE 'REFUSED' TO RLG-ACTION-WORK
             MOVE 0 TO RLG-COUNT-WORK
             MOVE 'PUBLISHED DATE - NO PUBOVERRIDE CARD'
               TO RLG-NOTE-WORK
             PERFORM WRITE-REPOSITORY-LOG
             MOVE 8 TO RUN-RC
             MOVE 'VALIDATION FAILURE' TO RUN-CONDITION
             GO TO PROGRAM-END
      *
           END-IF
      *
           PERFORM RECONCILE-CONTROL-TOTALS
      *
           IF RECON-FAILED
      *
             DISPLAY 'PROCESSING TERMINATED - CONTROL-TOTAL '
               'RECONCILIATION FAILED - VERIFY TRANSMISSION AND '
               'RESUBMIT'
             MOVE 10 TO RUN-RC
             MOVE 'RECONCILIATION FAILURE' TO RUN-CONDITION
      *
           END-IF
      *
           IF TABL-SIZE > 0 AND RECON-CLEAN AND TABL-VALID
      *
             IF CONSTANT-PRICES
               PERFORM DEFLATE-FLOW-ROW VARYING ROW-IND FROM 1 BY 1
                 UNTIL ROW-IND > TABL-SIZE
             END-IF
      *
             OPEN OUTPUT OUTFILE
      *
      *
             PERFORM SAVE-COEF-ROW VARYING ROW-IND FROM 1 BY 1
               UNTIL ROW-IND > TABL-SIZE
      *
             IF PUBLISH-ON
               PERFORM BUILD-SUPPRESSION
             END-IF
      *
             IF COEF-RPT-ON
               MOVE 'INPUT COEFFICIENTS' TO RPT-TITLE
             END-IF
      *
             IF PRV-FILE-STATUS = '00'
               IF PRV-VER-BAD-COUNT > 0 OR PRV-PRC-BAD-COUNT > 0
                 PERFORM PRINT-DRIFT-SCHEME-NOTE
               ELSE
                 PERFORM BUILD-DRIFT-REPORT
                 PERFORM PRINT-DRIFT-REPORT
               END-IF
             END-IF
      *
             MOVE TABL-SIZE TO PIVOT-SIZE
      *
             PERFORM VERIFY-INVERSE
             PERFORM PRINT-VERIFY-REPORT
      *
             IF CST-COUNT > 0
               PERFORM INVERT-CONSTRAINED-BLOCK
             END-IF
      *
             IF INV-RPT-ON
               MOVE 'LEONTIEF INVERSE' TO RPT-TITLE
             OPEN OUTPUT EXTFILE
             PERFORM WRITE-EXTRACT-FILE
             CLOSE EXTFILE
      *
             IF PUBLISH-ON
               OPEN OUTPUT PUBFILE
               PERFORM WRITE-PUBLIC-EXTRACT-ROW
                 VARYING ROW-IND FROM 1 BY 1
                 UNTIL ROW-IND > TABL-SIZE
               CLOSE PUBFILE
             END-IF
      *
             PERFORM BUILD-BACKWARD-LINKAGE
      *
               END-IF
      *
             END-IF
      *
             IF SENSITIVITY-MODE
               PERFORM RUN-SENSITIVITY-ANALYSIS
             END-IF
      *
             IF DEM-FILE-STATUS = '00'
      *
                 PERFORM PRINT-GROUP-REPORT
      *
               END-IF
      *
               IF CST-COUNT > 0
      *
                 PERFORM LOAD-MIXED-BASE-DEMAND
                   VARYING ROW-IND FROM 1 BY 1
                   UNTIL ROW-IND > TABL-SIZE
                 MOVE 'CONSTRAINED SOLUTION - DEMFILE' TO RPT-TITLE
                 PERFORM SOLVE-MIXED-MODEL
                 PERFORM PRINT-MIXED-REPORT
      *
               END-IF
      *
             END-IF
      *
               END-IF
      *
             END-IF
      *
             IF DYNAMIC-MODE
               PERFORM RUN-DYNAMIC-PROJECTION
             END-IF
      *
             IF CLOSED-MODEL-ACTIVE
               AND (RANK-RPT-ON OR SCEN-COUNT > 0)
                      IF CTL-KEYWORD = 'CKPTFREQ'
                       PERFORM APPLY-CONTROL-CKPTFREQ
                      ELSE
                       IF CTL-KEYWORD = 'PUBLISH'
                        MOVE PUBLISH-SW TO CTL-YESNO
                        PERFORM APPLY-CONTROL-YESNO
                        MOVE CTL-YESNO TO PUBLISH-SW
                       ELSE
                        IF CTL-KEYWORD = 'MINCONTRIB'
                         PERFORM APPLY-CONTROL-MINCONTRIB
                        ELSE
                         IF CTL-KEYWORD = 'DOMPCT'
                          PERFORM APPLY-CONTROL-DOMPCT
                         ELSE
                          IF CTL-KEYWORD = 'CLASSVER'
                           PERFORM APPLY-CONTROL-CLASSVER
                          ELSE
                           IF CTL-KEYWORD = 'PRICES'
                            PERFORM APPLY-CONTROL-PRICES
                           ELSE
                            IF CTL-KEYWORD = 'DYNAMIC'
                             MOVE DYNAMIC-SW TO CTL-YESNO
                             PERFORM APPLY-CONTROL-YESNO
                             MOVE CTL-YESNO TO DYNAMIC-SW
                            ELSE
                             IF CTL-KEYWORD = 'PUBOVERRIDE'
                              PERFORM APPLY-CONTROL-PUBOVERRIDE
                             ELSE
                              IF CTL-KEYWORD = 'SENSITIVITY'
                               MOVE SENSITIVITY-SW TO CTL-YESNO
                               PERFORM APPLY-CONTROL-YESNO
                               MOVE CTL-YESNO TO SENSITIVITY-SW
                              ELSE
                               IF CTL-KEYWORD = 'TRIALS'
                                PERFORM APPLY-CONTROL-TRIALS
                               ELSE
                                IF CTL-KEYWORD = 'SEED'
                                 PERFORM APPLY-CONTROL-SEED
                                ELSE
                                 IF CTL-KEYWORD = 'KEYSECTORS'
                                  PERFORM APPLY-CONTROL-KEYSECTORS
                                 ELSE
                                  IF CTL-KEYWORD = 'STABLEPCT'
                                   PERFORM APPLY-CONTROL-STABLEPCT
                                  ELSE
                                   DISPLAY 'UNKNOWN CONTROL KEYWORD - '
                                     CTL-KEYWORD
                                   MOVE 'Y' TO CTL-ERR-SW
                                  END-IF
                                 END-IF
                                END-IF
                               END-IF
                              END-IF
                             END-IF
                            END-IF
                           END-IF
                          END-IF
                         END-IF
                        END-IF
                       END-IF
                      END-IF
                     END-IF
                    END-IF
               MOVE 'Y' TO CTL-ERR-SW
           END-IF.
      **
      **
       APPLY-CONTROL-MINCONTRIB.
           PERFORM PARSE-CONTROL-NUMBER
      *
           IF CTL-NUM-OK AND CTL-NUM >= 1 AND CTL-NUM <= 99
               MOVE CTL-NUM TO PUB-MIN-CONTRIB
           ELSE
               DISPLAY 'INVALID CONTROL VALUE FOR MINCONTRIB - '
                 'MUST BE 1 THROUGH 99'
               MOVE 'Y' TO CTL-ERR-SW
           END-IF.
      **
      **
       APPLY-CONTROL-DOMPCT.
           PERFORM PARSE-CONTROL-NUMBER
      *
           IF CTL-NUM-OK AND CTL-NUM >= 1 AND CTL-NUM <= 100
               MOVE CTL-NUM TO PUB-DOM-PCT
           ELSE
               DISPLAY 'INVALID CONTROL VALUE FOR DOMPCT - '
                 'MUST BE 1 THROUGH 100'
               MOVE 'Y' TO CTL-ERR-SW
           END-IF.
      **
      **
       APPLY-CONTROL-CLASSVER.
           IF CTL-VALUE = SPACES OR CTL-VALUE (5:36) NOT = SPACES
               DISPLAY 'INVALID CONTROL VALUE FOR CLASSVER - '
                 'MUST BE 1 TO 4 CHARACTERS'
               MOVE 'Y' TO CTL-ERR-SW
           ELSE
               MOVE CTL-VALUE (1:4) TO CLASS-VERSION
           END-IF.
      **
      **
       APPLY-CONTROL-PRICES.
           IF CTL-VALUE = 'CONSTANT'
               MOVE 'Y' TO PRICE-MODE-SW
           ELSE
            IF CTL-VALUE = 'CURRENT'
               MOVE 'N' TO PRICE-MODE-SW
            ELSE
               DISPLAY 'INVALID CONTROL VALUE FOR PRICES - MUST BE '
                 'CONSTANT OR CURRENT'
               MOVE 'Y' TO CTL-ERR-SW
            END-IF
           END-IF.
      **
      **
       APPLY-CONTROL-PUBOVERRIDE.
           MOVE SPACES TO REP-OVERRIDE-DATE
           MOVE SPACES TO REP-OVERRIDE-USER
           UNSTRING CTL-VALUE DELIMITED BY ','
             INTO REP-OVERRIDE-DATE REP-OVERRIDE-USER
      *
           IF REP-OVERRIDE-DATE NOT NUMERIC
             OR REP-OVERRIDE-USER = SPACES
               DISPLAY 'INVALID CONTROL VALUE FOR PUBOVERRIDE - '
                 'MUST BE YYYYMMDD,REQUESTER'
               MOVE SPACES TO REP-OVERRIDE-DATE
               MOVE 'Y' TO CTL-ERR-SW
           END-IF.
      **
      **
       APPLY-CONTROL-TRIALS.
           PERFORM PARSE-CONTROL-NUMBER
      *
           IF CTL-NUM-OK AND CTL-NUM >= 10 AND CTL-NUM <= 200
               MOVE CTL-NUM TO SEN-TRIALS
           ELSE
               DISPLAY 'INVALID CONTROL VALUE FOR TRIALS - '
                 'MUST BE 10 THROUGH 200'
               MOVE 'Y' TO CTL-ERR-SW
           END-IF.
      **
      **
       APPLY-CONTROL-SEED.
           PERFORM PARSE-CONTROL-NUMBER
      *
           IF CTL-NUM-OK AND CTL-NUM >= 1 AND CTL-NUM <= 9999
               MOVE CTL-NUM TO SEN-SEED-START
           ELSE
               DISPLAY 'INVALID CONTROL VALUE FOR SEED - '
                 'MUST BE 1 THROUGH 9999'
               MOVE 'Y' TO CTL-ERR-SW
           END-IF.
      **
      **
       APPLY-CONTROL-KEYSECTORS.
           PERFORM PARSE-CONTROL-NUMBER
      *
           IF CTL-NUM-OK AND CTL-NUM >= 1 AND CTL-NUM <= 20
               MOVE CTL-NUM TO SEN-KEY-COUNT
           ELSE
               DISPLAY 'INVALID CONTROL VALUE FOR KEYSECTORS - '
                 'MUST BE 1 THROUGH 20'
               MOVE 'Y' TO CTL-ERR-SW
           END-IF.
      **
      **
       APPLY-CONTROL-STABLEPCT.
           PERFORM PARSE-CONTROL-NUMBER
      *
           IF CTL-NUM-OK AND CTL-NUM >= 50 AND CTL-NUM <= 100
               MOVE CTL-NUM TO SEN-STABLE-PCT
           ELSE
               DISPLAY 'INVALID CONTROL VALUE FOR STABLEPCT - '
                 'MUST BE 50 THROUGH 100'
               MOVE 'Y' TO CTL-ERR-SW
           END-IF.
      **
      **
       APPLY-CONTROL-REGIONS.
           PERFORM PARSE-CONTROL-NUMBER
                     ' - FILE MAY BE TRUNCATED'
                   SET RECON-FAILED TO TRUE
               END-IF
      *
           END-IF
      *
           IF KAP-TRL-SEEN
      *
               IF KAP-EXP-COUNT NOT = KAP-ACT-COUNT
                   DISPLAY 'KAPFILE RECORD COUNT MISMATCH - EXPECTED '
                     KAP-EXP-COUNT ' RECEIVED ' KAP-ACT-COUNT
                   SET RECON-FAILED TO TRUE
               END-IF
      *
               IF KAP-EXP-HASH NOT = KAP-ACT-HASH
                   MOVE KAP-EXP-HASH TO HASH-BUF-1
                   MOVE KAP-ACT-HASH TO HASH-BUF-2
                   DISPLAY 'KAPFILE HASH TOTAL MISMATCH - EXPECTED '
                     HASH-BUF-1 ' RECEIVED ' HASH-BUF-2
                   SET RECON-FAILED TO TRUE
               END-IF
      *
               IF KAP-EXP-COUNT = KAP-ACT-COUNT
                 AND KAP-EXP-HASH = KAP-ACT-HASH
                   DISPLAY 'KAPFILE CONTROL TOTALS RECONCILED - AS OF '
                     KAP-ASOF-DATE
               END-IF
      *
           ELSE
      *
               IF KAP-HDR-SEEN
                   DISPLAY 'KAPFILE HEADER PRESENT BUT TRAILER MISSING'
                     ' - FILE MAY BE TRUNCATED'
                   SET RECON-FAILED TO TRUE
               END-IF
      *
           END-IF.
      **
                 PERFORM LOCATE-SCENARIO
      *
                 IF SCEN-IND > 0
                   IF CONSTANT-PRICES
                     COMPUTE SCEN-DELTA-ELM (SCEN-IND, GLB-ROW-IND)
                       ROUNDED = SCEN-DELTA-ELM (SCEN-IND, GLB-ROW-IND)
                       + DELTA-AMT * PRC-FACTOR-ELM (GLB-ROW-IND)
                   ELSE
                     ADD DELTA-AMT
                       TO SCEN-DELTA-ELM (SCEN-IND, GLB-ROW-IND)
                   END-IF
                 END-IF
      *
               ELSE
               DELIMITED BY SIZE INTO RPT-TITLE
             MOVE '    OUTPUT CHANGE' TO OUT-GRP-HDG-LABEL
             PERFORM PRINT-GROUP-REPORT
      *
           END-IF
      *
           IF CST-COUNT > 0
      *
             PERFORM LOAD-MIXED-SCENARIO-DEMAND
               VARYING ROW-IND FROM 1 BY 1
               UNTIL ROW-IND > TABL-SIZE
             MOVE SPACES TO RPT-TITLE
             STRING 'CONSTRAINED SOLUTION - ' SCEN-ID (SCEN-IND)
               DELIMITED BY SIZE INTO RPT-TITLE
             PERFORM SOLVE-MIXED-MODEL
             PERFORM PRINT-MIXED-REPORT
      *
           END-IF.
      **
           WRITE OUT-REC FROM OUT-BASIS-LINE
           WRITE OUT-REC FROM OUT-DCMP-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       PROCESS-SCENARIO-TYPE2.
      *
           WRITE OUT-REC FROM OUT-INDU-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       READ-SECTOR-NAME-FILE.
      *
           WRITE OUT-REC FROM OUT-SAT-EMP-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       PRINT-INCOME-REPORT.
      *
           WRITE OUT-REC FROM OUT-SAT-INC-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       READ-AGGREGATION-FILE.
      *
           WRITE OUT-REC FROM OUT-GRP-RANK-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       PRINT-GROUP-REPORT.
      *
           WRITE OUT-REC FROM OUT-GRP-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       READ-COST-CHANGE-FILE.
           END-PERFORM.
      **
      **
       READ-PRICE-INDEX-FILE.
            READ PRCFILE
      *
             AT END
              SET PRC-EOF TO TRUE
      *
             NOT AT END
               ADD 1 TO PRC-READ-COUNT
      *
               IF MRIO-ACTIVE
                 MOVE REG-SECTORS TO PRC-SECT-IND
               ELSE
                 MOVE 300 TO PRC-SECT-IND
               END-IF
      *
               IF PRC-SECTOR-CODE NOT NUMERIC
                 OR PRC-INDEX NOT NUMERIC
                 OR PRC-SECTOR-CODE < 1
                 OR PRC-SECTOR-CODE > PRC-SECT-IND
                 OR PRC-INDEX = 0
                 DISPLAY 'INVALID PRICE INDEX RECORD - SECTOR OR INDEX '
                   'OUT OF RANGE - SECTOR=' PRC-SECTOR-CODE
                 ADD 1 TO PRC-BAD-COUNT
               ELSE
                IF PRC-BASE-YEAR NOT NUMERIC
                 DISPLAY 'INVALID PRICE INDEX RECORD - BASE PERIOD '
                   'NOT A YEAR - SECTOR=' PRC-SECTOR-CODE
                 ADD 1 TO PRC-BAD-COUNT
                ELSE
                 IF PRICE-BASE-YEAR NOT = SPACES
                   AND PRC-BASE-YEAR NOT = PRICE-BASE-YEAR
                  DISPLAY 'INVALID PRICE INDEX RECORD - BASE PERIOD '
                    PRC-BASE-YEAR ' DIFFERS FROM ' PRICE-BASE-YEAR
                    ' - SECTOR=' PRC-SECTOR-CODE
                  ADD 1 TO PRC-BAD-COUNT
                 ELSE
                  MOVE PRC-BASE-YEAR TO PRICE-BASE-YEAR
                  MOVE PRC-INDEX TO PRC-INDEX-ELM (PRC-SECTOR-CODE)
                 END-IF
                END-IF
               END-IF
            END-READ.
      **
      **
       CHECK-PRICE-INDEX.
           IF MRIO-ACTIVE
               DIVIDE REG-SECTORS INTO ROW-IND
                 GIVING PRC-REGION-WORK REMAINDER PRC-SECT-IND
               IF PRC-SECT-IND = 0
                   MOVE REG-SECTORS TO PRC-SECT-IND
               END-IF
           ELSE
               MOVE ROW-IND TO PRC-SECT-IND
           END-IF
      *
           IF PRC-INDEX-ELM (PRC-SECT-IND) = 0
      *
               IF ROW-IND = PRC-SECT-IND
                   DISPLAY 'NO PRICE INDEX FOR SECTOR ' PRC-SECT-IND
                   ADD 1 TO PRC-MISS-COUNT
               END-IF
      *
           ELSE
               COMPUTE PRC-FACTOR-ELM (ROW-IND) ROUNDED =
                 100 / PRC-INDEX-ELM (PRC-SECT-IND)
           END-IF.
      **
      **
       DEFLATE-FLOW-ROW.
           MOVE 0 TO TOTAL (ROW-IND)
      *
           PERFORM DEFLATE-FLOW-CELL VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE
      *
           COMPUTE DEMAND-ELM (ROW-IND) ROUNDED =
             DEMAND-ELM (ROW-IND) * PRC-FACTOR-ELM (ROW-IND).
      **
      **
       DEFLATE-FLOW-CELL.
           COMPUTE IO-ELM (ROW-IND, COL-IND) ROUNDED =
             IO-ELM (ROW-IND, COL-IND) * PRC-FACTOR-ELM (ROW-IND)
      *
           ADD IO-ELM (ROW-IND, COL-IND) TO TOTAL (ROW-IND).
      **
      **
       READ-CONSTRAINT-FILE.
            READ CSTFILE
      *
             AT END
              SET CST-EOF TO TRUE
      *
             NOT AT END
               ADD 1 TO CST-READ-COUNT
               MOVE 0 TO GLB-ROW-IND
      *
               IF CST-SECTOR-CODE NOT NUMERIC
                 OR CST-OUTPUT-AMT NOT NUMERIC
                 DISPLAY 'INVALID CONSTRAINED-SECTOR RECORD - SECTOR '
                   'OR OUTPUT NOT NUMERIC - RECORD ' CST-READ-COUNT
               ELSE
                IF MRIO-ACTIVE
                 IF CST-REGION NUMERIC AND CST-REGION >= 1
                   AND CST-REGION <= REG-COUNT
                   AND CST-SECTOR-CODE >= 1
                   AND CST-SECTOR-CODE <= REG-SECTORS
                   COMPUTE GLB-ROW-IND =
                     (CST-REGION - 1) * REG-SECTORS + CST-SECTOR-CODE
                 ELSE
                   DISPLAY 'INVALID CONSTRAINED-SECTOR RECORD - REGION '
                     'OR SECTOR OUT OF RANGE - SECTOR=' CST-SECTOR-CODE
                 END-IF
                ELSE
                 IF CST-SECTOR-CODE >= 1
                   AND CST-SECTOR-CODE <= TABL-SIZE
                   MOVE CST-SECTOR-CODE TO GLB-ROW-IND
                 ELSE
                   DISPLAY 'INVALID CONSTRAINED-SECTOR RECORD - SECTOR '
                     'OUT OF RANGE - SECTOR=' CST-SECTOR-CODE
                 END-IF
                END-IF
               END-IF
      *
               IF GLB-ROW-IND = 0
                 ADD 1 TO CST-BAD-COUNT
               ELSE
                IF CST-OUTPUT-AMT < 0
                 DISPLAY 'INVALID CONSTRAINED-SECTOR RECORD - NEGATIVE '
                   'OUTPUT LEVEL - SECTOR=' CST-SECTOR-CODE
                 ADD 1 TO CST-BAD-COUNT
                ELSE
                 IF CST-FIXED (GLB-ROW-IND)
                  DISPLAY 'INVALID CONSTRAINED-SECTOR RECORD - SECTOR '
                    'LISTED TWICE - SECTOR=' CST-SECTOR-CODE
                  ADD 1 TO CST-BAD-COUNT
                 ELSE
                  IF CST-COUNT >= CST-MAX
                   DISPLAY 'CONSTRAINED-SECTOR TABLE FULL AT ' CST-MAX
                     ' SECTORS - SECTOR=' CST-SECTOR-CODE
                   ADD 1 TO CST-BAD-COUNT
                  ELSE
                   ADD 1 TO CST-COUNT
                   SET CST-FIXED (GLB-ROW-IND) TO TRUE
                   MOVE GLB-ROW-IND TO CST-SECT-ELM (CST-COUNT)
                   MOVE CST-OUTPUT-AMT TO CST-LEVEL-ELM (CST-COUNT)
                   IF CONSTANT-PRICES
                    COMPUTE CST-LEVEL-ELM (CST-COUNT) ROUNDED =
                      CST-OUTPUT-AMT * PRC-FACTOR-ELM (GLB-ROW-IND)
                   END-IF
                  END-IF
                 END-IF
                END-IF
               END-IF
            END-READ.
      **
      **
       INVERT-CONSTRAINED-BLOCK.
           PERFORM LOAD-CONSTRAINED-CELL
             VARYING CST-IND FROM 1 BY 1 UNTIL CST-IND > CST-COUNT
             AFTER CST-SUB FROM 1 BY 1 UNTIL CST-SUB > CST-COUNT
      *
           PERFORM REDUCE-CONSTRAINED-BLOCK
             VARYING CST-PIV-IND FROM 1 BY 1
             UNTIL CST-PIV-IND > CST-COUNT.
      **
      **
       LOAD-CONSTRAINED-CELL.
           MOVE LTF-ELM (CST-SECT-ELM (CST-IND), CST-SECT-ELM (CST-SUB))
             TO CST-BLK-ELM (CST-IND, CST-SUB)
      *
           IF CST-IND = CST-SUB
               MOVE 1 TO CST-INV-ELM (CST-IND, CST-SUB)
           ELSE
               MOVE 0 TO CST-INV-ELM (CST-IND, CST-SUB)
           END-IF.
      **
      **
       REDUCE-CONSTRAINED-BLOCK.
           MOVE 0 TO CST-PIV-ABS
           MOVE CST-PIV-IND TO CST-SWAP-IND
      *
           PERFORM FIND-CONSTRAINED-PIVOT
             VARYING CST-IND FROM CST-PIV-IND BY 1
             UNTIL CST-IND > CST-COUNT
      *
           IF CST-PIV-ABS < CST-TINY
               DISPLAY 'CONSTRAINED SECTORS ' CST-SECT-ELM (CST-PIV-IND)
                 ' ETC. GIVE A SINGULAR BLOCK OF THE INVERSE - NO '
                 'MIXED SOLUTION'
               MOVE 16 TO RUN-RC
               MOVE 'SINGULAR MATRIX' TO RUN-CONDITION
               GO TO PROGRAM-END
           END-IF
      *
           IF CST-SWAP-IND NOT = CST-PIV-IND
               PERFORM SWAP-CONSTRAINED-ROWS
                 VARYING CST-SUB FROM 1 BY 1
                 UNTIL CST-SUB > CST-COUNT
           END-IF
      *
           MOVE CST-BLK-ELM (CST-PIV-IND, CST-PIV-IND) TO CST-PIV-ELM
      *
           PERFORM SCALE-CONSTRAINED-ROW
             VARYING CST-SUB FROM 1 BY 1
             UNTIL CST-SUB > CST-COUNT
      *
           PERFORM ELIMINATE-CONSTRAINED-ROW
             VARYING CST-IND FROM 1 BY 1
             UNTIL CST-IND > CST-COUNT.
      **
      **
       FIND-CONSTRAINED-PIVOT.
           MOVE CST-BLK-ELM (CST-IND, CST-PIV-IND) TO CST-CELL-ABS
      *
           IF CST-CELL-ABS < 0
               COMPUTE CST-CELL-ABS = 0 - CST-CELL-ABS
           END-IF
      *
           IF CST-CELL-ABS > CST-PIV-ABS
               MOVE CST-CELL-ABS TO CST-PIV-ABS
               MOVE CST-IND TO CST-SWAP-IND
           END-IF.
      **
      **
       SWAP-CONSTRAINED-ROWS.
           MOVE CST-BLK-ELM (CST-PIV-IND, CST-SUB) TO CST-SWAP-ELM
           MOVE CST-BLK-ELM (CST-SWAP-IND, CST-SUB)
             TO CST-BLK-ELM (CST-PIV-IND, CST-SUB)
           MOVE CST-SWAP-ELM TO CST-BLK-ELM (CST-SWAP-IND, CST-SUB)
      *
           MOVE CST-INV-ELM (CST-PIV-IND, CST-SUB) TO CST-SWAP-ELM
           MOVE CST-INV-ELM (CST-SWAP-IND, CST-SUB)
             TO CST-INV-ELM (CST-PIV-IND, CST-SUB)
           MOVE CST-SWAP-ELM TO CST-INV-ELM (CST-SWAP-IND, CST-SUB).
      **
      **
       SCALE-CONSTRAINED-ROW.
           COMPUTE CST-BLK-ELM (CST-PIV-IND, CST-SUB) ROUNDED =
             CST-BLK-ELM (CST-PIV-IND, CST-SUB) / CST-PIV-ELM
      *
           COMPUTE CST-INV-ELM (CST-PIV-IND, CST-SUB) ROUNDED =
             CST-INV-ELM (CST-PIV-IND, CST-SUB) / CST-PIV-ELM.
      **
      **
       ELIMINATE-CONSTRAINED-ROW.
           IF CST-IND NOT = CST-PIV-IND
             AND CST-BLK-ELM (CST-IND, CST-PIV-IND) NOT = 0
      *
               MOVE CST-BLK-ELM (CST-IND, CST-PIV-IND) TO CST-RATIO
      *
               PERFORM ELIMINATE-CONSTRAINED-CELL
                 VARYING CST-SUB FROM 1 BY 1
                 UNTIL CST-SUB > CST-COUNT
      *
           END-IF.
      **
      **
       ELIMINATE-CONSTRAINED-CELL.
           COMPUTE CST-BLK-ELM (CST-IND, CST-SUB) ROUNDED =
             CST-BLK-ELM (CST-IND, CST-SUB) -
             (CST-RATIO * CST-BLK-ELM (CST-PIV-IND, CST-SUB))
      *
           COMPUTE CST-INV-ELM (CST-IND, CST-SUB) ROUNDED =
             CST-INV-ELM (CST-IND, CST-SUB) -
             (CST-RATIO * CST-INV-ELM (CST-PIV-IND, CST-SUB)).
      **
      **
       LOAD-MIXED-BASE-DEMAND.
           MOVE DEMAND-ELM (ROW-IND) TO MIX-DEM-ELM (ROW-IND).
      **
      **
       LOAD-MIXED-SCENARIO-DEMAND.
           COMPUTE MIX-DEM-ELM (ROW-IND) =
             DEMAND-ELM (ROW-IND) + SCEN-DELTA-ELM (SCEN-IND, ROW-IND).
      **
      **
       SOLVE-MIXED-MODEL.
           PERFORM SUM-MIXED-UNCON-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           PERFORM BUILD-CONSTRAINED-RHS VARYING CST-IND FROM 1 BY 1
             UNTIL CST-IND > CST-COUNT
      *
           PERFORM BUILD-IMPLIED-DEMAND VARYING CST-IND FROM 1 BY 1
             UNTIL CST-IND > CST-COUNT
      *
           PERFORM SUM-MIXED-OUTPUT-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE.
      **
      **
       SUM-MIXED-UNCON-ROW.
           MOVE 0 TO MIX-UNCON-ELM (ROW-IND)
      *
           PERFORM ADD-MIXED-UNCON-ELEMENT VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE.
      **
      **
       ADD-MIXED-UNCON-ELEMENT.
           IF LTF-ELM (ROW-IND, COL-IND) NOT = 0
             AND MIX-DEM-ELM (COL-IND) NOT = 0
               COMPUTE MIX-UNCON-ELM (ROW-IND) = MIX-UNCON-ELM (ROW-IND)
                 + (LTF-ELM (ROW-IND, COL-IND) * MIX-DEM-ELM (COL-IND))
               END-COMPUTE
           END-IF.
      **
      **
       BUILD-CONSTRAINED-RHS.
           COMPUTE CST-RHS-ELM (CST-IND) = CST-LEVEL-ELM (CST-IND) -
             MIX-UNCON-ELM (CST-SECT-ELM (CST-IND))
      *
           PERFORM ADD-CONSTRAINED-RHS VARYING CST-SUB FROM 1 BY 1
             UNTIL CST-SUB > CST-COUNT.
      **
      **
       ADD-CONSTRAINED-RHS.
           COMPUTE CST-RHS-ELM (CST-IND) ROUNDED = CST-RHS-ELM (CST-IND)
             + (LTF-ELM (CST-SECT-ELM (CST-IND), CST-SECT-ELM (CST-SUB))
             * MIX-DEM-ELM (CST-SECT-ELM (CST-SUB))).
      **
      **
       BUILD-IMPLIED-DEMAND.
           MOVE 0 TO CST-IMPLIED-ELM (CST-IND)
      *
           PERFORM ADD-IMPLIED-DEMAND VARYING CST-SUB FROM 1 BY 1
             UNTIL CST-SUB > CST-COUNT.
      **
      **
       ADD-IMPLIED-DEMAND.
           COMPUTE CST-IMPLIED-ELM (CST-IND) ROUNDED =
             CST-IMPLIED-ELM (CST-IND) +
             (CST-INV-ELM (CST-IND, CST-SUB) * CST-RHS-ELM (CST-SUB)).
      **
      **
       SUM-MIXED-OUTPUT-ROW.
           MOVE MIX-UNCON-ELM (ROW-IND) TO MIX-OUTPUT-ELM (ROW-IND)
      *
           PERFORM ADD-MIXED-OUTPUT-ELEMENT VARYING CST-IND FROM 1 BY 1
             UNTIL CST-IND > CST-COUNT.
      **
      **
       ADD-MIXED-OUTPUT-ELEMENT.
           COMPUTE CST-GAP = CST-IMPLIED-ELM (CST-IND) -
             MIX-DEM-ELM (CST-SECT-ELM (CST-IND))
      *
           IF CST-GAP NOT = 0
               COMPUTE MIX-OUTPUT-ELM (ROW-IND) ROUNDED =
                 MIX-OUTPUT-ELM (ROW-IND) +
                 (LTF-ELM (ROW-IND, CST-SECT-ELM (CST-IND)) * CST-GAP)
           END-IF.
      **
      **
       PRINT-MIXED-REPORT.
           PERFORM WRITE-MIXED-HEADING
           WRITE OUT-REC FROM OUT-MIXC-COL-HEADING
      *
           MOVE 0 TO MIX-TOT-UNCON MIX-TOT-FIXED MIX-TOT-DEMAND
                     MIX-TOT-IMPLIED MIX-TOT-SHORT
      *
           PERFORM PRINT-MIXED-CONSTRAINED-ROW
             VARYING CST-IND FROM 1 BY 1
             UNTIL CST-IND > CST-COUNT
      *
           MOVE SPACES TO OUT-MIXC-LINE
           MOVE 'TOTAL CONSTRAINED' TO OUT-MIXC-NAME
           MOVE MIX-TOT-UNCON TO OUT-MIXC-VALUE (1)
           MOVE MIX-TOT-FIXED TO OUT-MIXC-VALUE (2)
           MOVE MIX-TOT-DEMAND TO OUT-MIXC-VALUE (3)
           MOVE MIX-TOT-IMPLIED TO OUT-MIXC-VALUE (4)
           MOVE MIX-TOT-SHORT TO OUT-MIXC-VALUE (5)
           WRITE OUT-REC FROM OUT-MIXC-LINE
           WRITE OUT-REC FROM OUT-MIX-NOTE-LINE
      *
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT
           MOVE 0 TO MIX-TOT-OUTPUT MIX-TOT-DIFF
           MOVE 0 TO MIX-TOT-UNCON
      *
           PERFORM PRINT-MIXED-SECTOR-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           MOVE SPACES TO OUT-MIXS-LINE
           MOVE 'TOTAL OUTPUT' TO OUT-MIXS-NAME
           MOVE MIX-TOT-UNCON TO OUT-MIXS-VALUE (1)
           MOVE MIX-TOT-OUTPUT TO OUT-MIXS-VALUE (2)
           MOVE MIX-TOT-DIFF TO OUT-MIXS-VALUE (3)
           WRITE OUT-REC FROM OUT-MIXS-LINE.
      **
      **
       PRINT-MIXED-CONSTRAINED-ROW.
           MOVE CST-SECT-ELM (CST-IND) TO GLB-ROW-IND
           COMPUTE CST-GAP = MIX-DEM-ELM (GLB-ROW-IND) -
             CST-IMPLIED-ELM (CST-IND)
      *
           MOVE SPACES TO OUT-MIXC-LINE
           MOVE GLB-ROW-IND TO OUT-MIXC-SECTOR
           MOVE SECTOR-NAME-ELM (GLB-ROW-IND) TO OUT-MIXC-NAME
           MOVE MIX-UNCON-ELM (GLB-ROW-IND) TO OUT-MIXC-VALUE (1)
           MOVE CST-LEVEL-ELM (CST-IND) TO OUT-MIXC-VALUE (2)
           MOVE MIX-DEM-ELM (GLB-ROW-IND) TO OUT-MIXC-VALUE (3)
           MOVE CST-IMPLIED-ELM (CST-IND) TO OUT-MIXC-VALUE (4)
           MOVE CST-GAP TO OUT-MIXC-VALUE (5)
           WRITE OUT-REC FROM OUT-MIXC-LINE
      *
           ADD MIX-UNCON-ELM (GLB-ROW-IND) TO MIX-TOT-UNCON
           ADD CST-LEVEL-ELM (CST-IND) TO MIX-TOT-FIXED
           ADD MIX-DEM-ELM (GLB-ROW-IND) TO MIX-TOT-DEMAND
           ADD CST-IMPLIED-ELM (CST-IND) TO MIX-TOT-IMPLIED
           ADD CST-GAP TO MIX-TOT-SHORT.
      **
      **
       PRINT-MIXED-SECTOR-ROW.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-MIXED-HEADING
               WRITE OUT-REC FROM OUT-MIXS-COL-HEADING
               MOVE RPT-HDG-LINES TO RPT-LINE-COUNT
           END-IF
      *
           COMPUTE CST-GAP = MIX-OUTPUT-ELM (ROW-IND) -
             MIX-UNCON-ELM (ROW-IND)
      *
           MOVE SPACES TO OUT-MIXS-LINE
           MOVE ROW-IND TO OUT-MIXS-SECTOR
           MOVE SECTOR-NAME-ELM (ROW-IND) TO OUT-MIXS-NAME
           MOVE MIX-UNCON-ELM (ROW-IND) TO OUT-MIXS-VALUE (1)
           MOVE MIX-OUTPUT-ELM (ROW-IND) TO OUT-MIXS-VALUE (2)
           MOVE CST-GAP TO OUT-MIXS-VALUE (3)
      *
           IF CST-FIXED (ROW-IND)
               MOVE 'FIXED' TO OUT-MIXS-FLAG
           END-IF
      *
           WRITE OUT-REC FROM OUT-MIXS-LINE
           ADD 1 TO RPT-LINE-COUNT
      *
           ADD MIX-UNCON-ELM (ROW-IND) TO MIX-TOT-UNCON
           ADD MIX-OUTPUT-ELM (ROW-IND) TO MIX-TOT-OUTPUT
           ADD CST-GAP TO MIX-TOT-DIFF.
      **
      **
       WRITE-MIXED-HEADING.
           PERFORM WRITE-PAGE-HEADING
           WRITE OUT-REC FROM OUT-BASIS-LINE.
      **
      **
       READ-CAPITAL-FILE.
            READ KAPFILE
      *
             AT END
              SET KAP-EOF TO TRUE
      *
             NOT AT END
               IF KAP-HDR-REC
      *
                 SET KAP-HDR-SEEN TO TRUE
                 MOVE KAP-CTL-DATE TO KAP-ASOF-DATE
      *
               ELSE
                IF KAP-TRL-REC
      *
                 SET KAP-TRL-SEEN TO TRUE
                 MOVE KAP-CTL-COUNT TO KAP-EXP-COUNT
                 MOVE KAP-CTL-HASH  TO KAP-EXP-HASH
      *
                ELSE
      *
                 ADD 1 TO KAP-ACT-COUNT
                 ADD 1 TO KAP-READ-COUNT
                 MOVE KAP-NUM TO KAP-NUM-WORK
                 ADD KAP-NUM-WORK TO KAP-ACT-HASH
      *
                 IF KAP-ROW NOT NUMERIC OR KAP-COLMN NOT NUMERIC
                   OR KAP-ROW < 1 OR KAP-ROW > TABL-SIZE
                   OR KAP-COLMN < 1 OR KAP-COLMN > TABL-SIZE
                   DISPLAY 'INVALID CAPITAL COEFFICIENT RECORD - ROW '
                     'OR COLUMN OUT OF RANGE - RECORD ' KAP-READ-COUNT
                   ADD 1 TO KAP-BAD-COUNT
                 ELSE
                  IF KAP-NUM-WORK < 0
                   DISPLAY 'INVALID CAPITAL COEFFICIENT RECORD - '
                     'NEGATIVE COEFFICIENT - ROW=' KAP-ROW
                     ' COL=' KAP-COLMN
                   ADD 1 TO KAP-BAD-COUNT
                  ELSE
                   IF KAP-CELL-LOADED (KAP-ROW, KAP-COLMN)
                    DISPLAY 'DUPLICATE CAPITAL COEFFICIENT RECORD - '
                      'ROW=' KAP-ROW ' COL=' KAP-COLMN
                    ADD 1 TO KAP-BAD-COUNT
                   ELSE
                    SET KAP-CELL-LOADED (KAP-ROW, KAP-COLMN) TO TRUE
      *
                    IF CONSTANT-PRICES
                      COMPUTE KAP-ELM (KAP-ROW, KAP-COLMN) ROUNDED =
                        KAP-NUM-WORK * PRC-FACTOR-ELM (KAP-ROW)
                        / PRC-FACTOR-ELM (KAP-COLMN)
                    ELSE
                      MOVE KAP-NUM-WORK TO KAP-ELM (KAP-ROW, KAP-COLMN)
                    END-IF
      *
                   END-IF
                  END-IF
                 END-IF
      *
                END-IF
               END-IF
            END-READ.
      **
      **
       READ-PATH-FILE.
            READ PTHFILE
      *
             AT END
              SET PTH-EOF TO TRUE
      *
             NOT AT END
               ADD 1 TO PTH-READ-COUNT
      *
               IF PTH-YEAR NOT NUMERIC
                 OR PTH-SECTOR-CODE NOT NUMERIC
                 OR PTH-DEMAND-AMT NOT NUMERIC
                 OR PTH-SECTOR-CODE < 1
                 OR PTH-SECTOR-CODE > TABL-SIZE
                 DISPLAY 'INVALID DEMAND PATH RECORD - YEAR, SECTOR '
                   'OR AMOUNT NOT VALID - RECORD ' PTH-READ-COUNT
                 ADD 1 TO PTH-BAD-COUNT
               ELSE
                IF PTH-YEAR = PTH-LAST-YEAR
                 PERFORM STORE-PATH-DEMAND
                ELSE
                 IF PTH-LAST-YEAR > 0
                   AND PTH-YEAR NOT = PTH-LAST-YEAR + 1
                  DISPLAY 'INVALID DEMAND PATH RECORD - YEAR '
                    PTH-YEAR ' DOES NOT FOLLOW ' PTH-LAST-YEAR
                    ' - RECORD ' PTH-READ-COUNT
                  ADD 1 TO PTH-BAD-COUNT
                 ELSE
                  IF DYN-YEAR-COUNT >= DYN-YEAR-MAX
                   DISPLAY 'DEMAND PATH TABLE FULL AT ' DYN-YEAR-MAX
                     ' YEARS - YEAR=' PTH-YEAR
                   ADD 1 TO PTH-BAD-COUNT
                  ELSE
                   ADD 1 TO DYN-YEAR-COUNT
                   MOVE PTH-YEAR TO PTH-LAST-YEAR
                   MOVE PTH-YEAR TO DYN-YEAR-ELM (DYN-YEAR-COUNT)
                   PERFORM STORE-PATH-DEMAND
                  END-IF
                 END-IF
                END-IF
               END-IF
            END-READ.
      **
      **
       STORE-PATH-DEMAND.
           IF CONSTANT-PRICES
               COMPUTE KAP-NUM-WORK ROUNDED =
                 PTH-DEMAND-AMT * PRC-FACTOR-ELM (PTH-SECTOR-CODE)
           ELSE
               MOVE PTH-DEMAND-AMT TO KAP-NUM-WORK
           END-IF
      *
           ADD KAP-NUM-WORK
             TO DYN-PATH-ELM (DYN-YEAR-COUNT, PTH-SECTOR-CODE)
           ADD KAP-NUM-WORK TO DYN-TOT-DEM-ELM (DYN-YEAR-COUNT).
      **
      **
       READ-ERROR-MARGIN-FILE.
            READ RSEFILE
      *
             AT END
              SET RSE-EOF TO TRUE
      *
             NOT AT END
               IF RSE-HDR-REC OR RSE-TRL-REC
      *
                 CONTINUE
      *
               ELSE
      *
                 ADD 1 TO RSE-READ-COUNT
      *
                 IF RSE-ROW NOT NUMERIC OR RSE-COLMN NOT NUMERIC
                   OR RSE-ROW < 1 OR RSE-ROW > TABL-SIZE
                   OR RSE-COLMN < 1 OR RSE-COLMN > TABL-SIZE
                   DISPLAY 'INVALID ERROR-MARGIN RECORD - ROW OR '
                     'COLUMN OUT OF RANGE - RECORD ' RSE-READ-COUNT
                   ADD 1 TO RSE-BAD-COUNT
                 ELSE
                  IF RSE-PCT NOT NUMERIC
                    OR RSE-PCT = 0 OR RSE-PCT > 100
                   DISPLAY 'INVALID ERROR-MARGIN RECORD - RELATIVE '
                     'STANDARD ERROR NOT 0.01 THROUGH 100.00 - ROW='
                     RSE-ROW ' COL=' RSE-COLMN
                   ADD 1 TO RSE-BAD-COUNT
                  ELSE
                   IF SEN-RSE-ELM (RSE-ROW, RSE-COLMN) NOT = 0
                    DISPLAY 'DUPLICATE ERROR-MARGIN RECORD - '
                      'ROW=' RSE-ROW ' COL=' RSE-COLMN
                    ADD 1 TO RSE-BAD-COUNT
                   ELSE
                    MOVE RSE-PCT TO SEN-RSE-ELM (RSE-ROW, RSE-COLMN)
                   END-IF
                  END-IF
                 END-IF
      *
               END-IF
            END-READ.
      **
      **
       RUN-DYNAMIC-PROJECTION.
           MOVE 0 TO DYN-SOLVED-COUNT DYN-FLAG-COUNT
           MOVE 0 TO DYN-BASE-DEM DYN-BASE-OUT
      *
           PERFORM LOAD-DYNAMIC-BASE VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           OPEN OUTPUT DYNFILE
      *
           PERFORM SOLVE-DYNAMIC-YEAR VARYING DYN-YEAR-IND FROM 1 BY 1
             UNTIL DYN-YEAR-IND > DYN-YEAR-COUNT
      *
           CLOSE DYNFILE
      *
           PERFORM PRINT-DYNAMIC-SUMMARY
      *
           IF DYN-SOLVED-COUNT > 0
      *
               MOVE 'DYNAMIC PROJECTION - OUTPUT' TO RPT-TITLE
               MOVE 'O' TO DYN-RPT-SW
               PERFORM PRINT-DYNAMIC-BLOCK
                 VARYING RPT-COL-START FROM 1 BY CMPR-COLS-PER-BLOCK
                 UNTIL RPT-COL-START > DYN-SOLVED-COUNT
      *
               MOVE 'DYNAMIC PROJECTION - INVESTMENT' TO RPT-TITLE
               MOVE 'I' TO DYN-RPT-SW
               PERFORM PRINT-DYNAMIC-BLOCK
                 VARYING RPT-COL-START FROM 1 BY CMPR-COLS-PER-BLOCK
                 UNTIL RPT-COL-START > DYN-SOLVED-COUNT
      *
           END-IF
      *
           IF DYN-FLAG-COUNT > 0
      *
               DISPLAY 'DYNAMIC PROJECTION - ' DYN-FLAG-COUNT
                 ' YEARS NEGATIVE, DIVERGED OR NOT SOLVED - SEE THE '
                 'PROJECTION SUMMARY'
      *
               IF RUN-RC = 0
                   MOVE 4 TO RUN-RC
                   MOVE 'PROJECTION FLAGGED' TO RUN-CONDITION
               END-IF
      *
           END-IF.
      **
      **
       LOAD-DYNAMIC-BASE.
           MOVE REQOUT-ELM (ROW-IND) TO DYN-PREV-ELM (ROW-IND)
           ADD DEMAND-ELM (ROW-IND) TO DYN-BASE-DEM
           ADD REQOUT-ELM (ROW-IND) TO DYN-BASE-OUT.
      **
      **
       SOLVE-DYNAMIC-YEAR.
           IF DYN-STOPPED
      *
               MOVE 'NOT SOLVED' TO DYN-STATUS-ELM (DYN-YEAR-IND)
               ADD 1 TO DYN-FLAG-COUNT
      *
           ELSE
      *
               PERFORM START-DYNAMIC-YEAR VARYING ROW-IND FROM 1 BY 1
                 UNTIL ROW-IND > TABL-SIZE
      *
               MOVE 0 TO DYN-ITER
               MOVE 'N' TO DYN-CONVERGED-SW
               MOVE 'N' TO DYN-OVERFLOW-SW
      *
               PERFORM ITERATE-DYNAMIC-YEAR
                 UNTIL DYN-CONVERGED OR DYN-OVERFLOW
                 OR DYN-ITER >= DYN-MAX-ITER
      *
               MOVE DYN-ITER TO DYN-ITER-ELM (DYN-YEAR-IND)
      *
               IF DYN-CONVERGED
                   PERFORM STORE-DYNAMIC-YEAR
               ELSE
                   MOVE 'DIVERGED' TO DYN-STATUS-ELM (DYN-YEAR-IND)
                   DISPLAY 'DYNAMIC PROJECTION DIVERGED IN YEAR '
                     DYN-YEAR-ELM (DYN-YEAR-IND) ' AFTER ' DYN-ITER
                     ' PASSES - LATER YEARS NOT SOLVED'
                   ADD 1 TO DYN-FLAG-COUNT
                   SET DYN-STOPPED TO TRUE
               END-IF
      *
           END-IF.
      **
      **
       START-DYNAMIC-YEAR.
           MOVE DYN-PREV-ELM (ROW-IND) TO DYN-CURR-ELM (ROW-IND)
           MOVE 0 TO DYN-BASE-ELM (ROW-IND)
      *
           PERFORM ADD-DYNAMIC-BASE VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE.
      **
      **
       ADD-DYNAMIC-BASE.
           IF LTF-ELM (ROW-IND, COL-IND) NOT = 0
             AND DYN-PATH-ELM (DYN-YEAR-IND, COL-IND) NOT = 0
               COMPUTE DYN-BASE-ELM (ROW-IND) = DYN-BASE-ELM (ROW-IND)
                 + (LTF-ELM (ROW-IND, COL-IND)
                 * DYN-PATH-ELM (DYN-YEAR-IND, COL-IND))
               END-COMPUTE
           END-IF.
      **
      **
       ITERATE-DYNAMIC-YEAR.
           ADD 1 TO DYN-ITER
           MOVE 0 TO DYN-DIFF
      *
           PERFORM BUILD-DYNAMIC-INVEST VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE OR DYN-OVERFLOW
      *
           PERFORM BUILD-DYNAMIC-NEXT VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE OR DYN-OVERFLOW
      *
           IF NOT DYN-OVERFLOW
      *
               PERFORM MOVE-DYNAMIC-NEXT VARYING ROW-IND FROM 1 BY 1
                 UNTIL ROW-IND > TABL-SIZE
      *
               IF DYN-DIFF <= DYN-TOLERANCE
                   SET DYN-CONVERGED TO TRUE
               END-IF
      *
           END-IF.
      **
      **
       BUILD-DYNAMIC-INVEST.
           MOVE 0 TO DYN-INVEST-ELM (ROW-IND)
      *
           PERFORM ADD-DYNAMIC-INVEST VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE OR DYN-OVERFLOW.
      **
      **
       ADD-DYNAMIC-INVEST.
           IF KAP-ELM (ROW-IND, COL-IND) NOT = 0
               COMPUTE DYN-INVEST-ELM (ROW-IND) =
                 DYN-INVEST-ELM (ROW-IND) + (KAP-ELM (ROW-IND, COL-IND)
                 * (DYN-CURR-ELM (COL-IND) - DYN-PREV-ELM (COL-IND)))
                 ON SIZE ERROR
                   SET DYN-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF.
      **
      **
       BUILD-DYNAMIC-NEXT.
           MOVE DYN-BASE-ELM (ROW-IND) TO DYN-NEXT-ELM (ROW-IND)
      *
           PERFORM ADD-DYNAMIC-NEXT VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE OR DYN-OVERFLOW
      *
           COMPUTE DYN-CHANGE =
             DYN-NEXT-ELM (ROW-IND) - DYN-CURR-ELM (ROW-IND)
             ON SIZE ERROR
               SET DYN-OVERFLOW TO TRUE
           END-COMPUTE
      *
           IF DYN-CHANGE < 0
               COMPUTE DYN-CHANGE = 0 - DYN-CHANGE
           END-IF
      *
           IF DYN-CHANGE > DYN-DIFF
               MOVE DYN-CHANGE TO DYN-DIFF
           END-IF.
      **
      **
       ADD-DYNAMIC-NEXT.
           IF LTF-ELM (ROW-IND, COL-IND) NOT = 0
             AND DYN-INVEST-ELM (COL-IND) NOT = 0
               COMPUTE DYN-NEXT-ELM (ROW-IND) = DYN-NEXT-ELM (ROW-IND)
                 + (LTF-ELM (ROW-IND, COL-IND)
                 * DYN-INVEST-ELM (COL-IND))
                 ON SIZE ERROR
                   SET DYN-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF.
      **
      **
       MOVE-DYNAMIC-NEXT.
           MOVE DYN-NEXT-ELM (ROW-IND) TO DYN-CURR-ELM (ROW-IND).
      **
      **
       STORE-DYNAMIC-YEAR.
           PERFORM BUILD-DYNAMIC-INVEST VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           MOVE 0 TO DYN-NEG-ELM (DYN-YEAR-IND)
           MOVE 0 TO DYN-TOT-INV-ELM (DYN-YEAR-IND)
           MOVE 0 TO DYN-TOT-OUT-ELM (DYN-YEAR-IND)
      *
           PERFORM STORE-DYNAMIC-SECTOR VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           ADD 1 TO DYN-SOLVED-COUNT
      *
           IF DYN-NEG-ELM (DYN-YEAR-IND) > 0
               MOVE 'NEGATIVE' TO DYN-STATUS-ELM (DYN-YEAR-IND)
               DISPLAY 'DYNAMIC PROJECTION YEAR '
                 DYN-YEAR-ELM (DYN-YEAR-IND) ' HAS '
                 DYN-NEG-ELM (DYN-YEAR-IND) ' SECTORS WITH NEGATIVE '
                 'OUTPUT'
               ADD 1 TO DYN-FLAG-COUNT
           ELSE
               MOVE 'OK' TO DYN-STATUS-ELM (DYN-YEAR-IND)
           END-IF.
      **
      **
       STORE-DYNAMIC-SECTOR.
           MOVE DYN-CURR-ELM (ROW-IND)
             TO DYN-OUT-ELM (DYN-YEAR-IND, ROW-IND)
           MOVE DYN-INVEST-ELM (ROW-IND)
             TO DYN-INV-ELM (DYN-YEAR-IND, ROW-IND)
           ADD DYN-CURR-ELM (ROW-IND) TO DYN-TOT-OUT-ELM (DYN-YEAR-IND)
           ADD DYN-INVEST-ELM (ROW-IND)
             TO DYN-TOT-INV-ELM (DYN-YEAR-IND)
      *
           MOVE SPACES TO DYN-REC
           MOVE DYN-YEAR-ELM (DYN-YEAR-IND) TO DYN-YEAR
           MOVE ROW-IND TO DYN-SECTOR
           MOVE DYN-CURR-ELM (ROW-IND) TO DYN-OUTPUT
           MOVE DYN-INVEST-ELM (ROW-IND) TO DYN-INVEST
           MOVE DYN-PATH-ELM (DYN-YEAR-IND, ROW-IND) TO DYN-DEMAND
           MOVE CLASS-VERSION TO DYN-CLASS-VER
           MOVE PRICE-BASE-YEAR TO DYN-PRICE-BASE
      *
           IF DYN-CURR-ELM (ROW-IND) < 0
               MOVE 'N' TO DYN-FLAG
               ADD 1 TO DYN-NEG-ELM (DYN-YEAR-IND)
           END-IF
      *
           WRITE DYN-REC
      *
           MOVE DYN-CURR-ELM (ROW-IND) TO DYN-PREV-ELM (ROW-IND).
      **
      **
       PRINT-DYNAMIC-SUMMARY.
           MOVE 'DYNAMIC PROJECTION - SUMMARY' TO RPT-TITLE
           PERFORM WRITE-PAGE-HEADING
           WRITE OUT-REC FROM OUT-BASIS-LINE
           WRITE OUT-REC FROM OUT-DYNS-COL-HEADING
      *
           MOVE SPACES TO OUT-DYNS-LINE
           MOVE 'BASE' TO OUT-DYNS-YEAR
           MOVE DYN-BASE-DEM TO OUT-DYNS-VALUE (1)
           MOVE DYN-BASE-OUT TO OUT-DYNS-VALUE (3)
           MOVE 'DEMFILE' TO OUT-DYNS-STATUS
           WRITE OUT-REC FROM OUT-DYNS-LINE
      *
           PERFORM PRINT-DYNAMIC-SUMMARY-ROW
             VARYING DYN-YEAR-IND FROM 1 BY 1
             UNTIL DYN-YEAR-IND > DYN-YEAR-COUNT
      *
           WRITE OUT-REC FROM OUT-DYN-NOTE-LINE.
      **
      **
       PRINT-DYNAMIC-SUMMARY-ROW.
           MOVE SPACES TO OUT-DYNS-LINE
           MOVE DYN-YEAR-ELM (DYN-YEAR-IND) TO OUT-DYNS-YEAR
           MOVE DYN-TOT-DEM-ELM (DYN-YEAR-IND) TO OUT-DYNS-VALUE (1)
           MOVE DYN-STATUS-ELM (DYN-YEAR-IND) TO OUT-DYNS-STATUS
      *
           IF DYN-ITER-ELM (DYN-YEAR-IND) > 0
               MOVE DYN-ITER-ELM (DYN-YEAR-IND) TO OUT-DYNS-ITER
           END-IF
      *
           IF DYN-YEAR-SOLVED (DYN-YEAR-IND)
               MOVE DYN-TOT-INV-ELM (DYN-YEAR-IND) TO OUT-DYNS-VALUE (2)
               MOVE DYN-TOT-OUT-ELM (DYN-YEAR-IND) TO OUT-DYNS-VALUE (3)
               MOVE DYN-NEG-ELM (DYN-YEAR-IND) TO OUT-DYNS-NEG
           END-IF
      *
           WRITE OUT-REC FROM OUT-DYNS-LINE.
      **
      **
       PRINT-DYNAMIC-BLOCK.
           COMPUTE RPT-COL-END =
             RPT-COL-START + CMPR-COLS-PER-BLOCK - 1
           IF RPT-COL-END > DYN-SOLVED-COUNT
               MOVE DYN-SOLVED-COUNT TO RPT-COL-END
           END-IF
      *
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT
           PERFORM PRINT-DYNAMIC-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           MOVE SPACES TO OUT-CMPR-LINE
           MOVE 'TOTAL' TO OUT-CMPR-NAME
           PERFORM FILL-DYNAMIC-TOTAL
             VARYING DYN-YEAR-IND FROM RPT-COL-START BY 1
             UNTIL DYN-YEAR-IND > RPT-COL-END
           WRITE OUT-REC FROM OUT-CMPR-LINE.
      **
      **
       PRINT-DYNAMIC-ROW.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-DYNAMIC-HEADING
           END-IF
      *
           MOVE SPACES TO OUT-CMPR-LINE
           MOVE ROW-IND TO OUT-CMPR-SECTOR
           MOVE SECTOR-NAME-ELM (ROW-IND) TO OUT-CMPR-NAME
      *
           PERFORM FILL-DYNAMIC-CELL
             VARYING DYN-YEAR-IND FROM RPT-COL-START BY 1
             UNTIL DYN-YEAR-IND > RPT-COL-END
      *
           WRITE OUT-REC FROM OUT-CMPR-LINE
           ADD 1 TO RPT-LINE-COUNT.
      **
      **
       FILL-DYNAMIC-CELL.
           COMPUTE RPT-COL-OFFS = DYN-YEAR-IND - RPT-COL-START + 1
      *
           IF DYN-INVEST-RPT
               MOVE DYN-INV-ELM (DYN-YEAR-IND, ROW-IND)
                 TO OUT-CMPR-VALUE (RPT-COL-OFFS)
           ELSE
               MOVE DYN-OUT-ELM (DYN-YEAR-IND, ROW-IND)
                 TO OUT-CMPR-VALUE (RPT-COL-OFFS)
           END-IF.
      **
      **
       FILL-DYNAMIC-TOTAL.
           COMPUTE RPT-COL-OFFS = DYN-YEAR-IND - RPT-COL-START + 1
      *
           IF DYN-INVEST-RPT
               MOVE DYN-TOT-INV-ELM (DYN-YEAR-IND)
                 TO OUT-CMPR-VALUE (RPT-COL-OFFS)
           ELSE
               MOVE DYN-TOT-OUT-ELM (DYN-YEAR-IND)
                 TO OUT-CMPR-VALUE (RPT-COL-OFFS)
           END-IF.
      **
      **
       WRITE-DYNAMIC-HEADING.
           PERFORM WRITE-PAGE-HEADING
           WRITE OUT-REC FROM OUT-BASIS-LINE
      *
           PERFORM CLEAR-DYNAMIC-HDG VARYING DYN-SUB FROM 1 BY 1
             UNTIL DYN-SUB > CMPR-COLS-PER-BLOCK
      *
           PERFORM SET-DYNAMIC-HDG
             VARYING DYN-YEAR-IND FROM RPT-COL-START BY 1
             UNTIL DYN-YEAR-IND > RPT-COL-END
      *
           WRITE OUT-REC FROM OUT-CMPR-COL-HEADING
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       CLEAR-DYNAMIC-HDG.
           MOVE SPACES TO OUT-CMPR-HDG-ID (DYN-SUB).
      **
      **
       SET-DYNAMIC-HDG.
           COMPUTE RPT-COL-OFFS = DYN-YEAR-IND - RPT-COL-START + 1
           MOVE DYN-YEAR-ELM (DYN-YEAR-IND) TO DYN-HDG-YEAR
      *
           IF DYN-NEG-ELM (DYN-YEAR-IND) > 0
               MOVE ' NEG' TO DYN-HDG-FLAG
           ELSE
               MOVE SPACES TO DYN-HDG-FLAG
           END-IF
      *
           MOVE DYN-HDG-AREA TO OUT-CMPR-HDG-ID (RPT-COL-OFFS).
      **
      **
       READ-TRADE-FILE.
            READ TRDFILE
      *
             AT END
              SET TRD-EOF TO TRUE
      *
             NOT AT END
               IF TRD-FROM-REGION >= 1 AND TRD-FROM-REGION <= REG-COUNT
                 AND TRD-TO-REGION >= 1 AND TRD-TO-REGION <= REG-COUNT
                 AND TRD-SECTOR-CODE >= 1
                 AND TRD-SECTOR-CODE <= REG-SECTORS
                 AND TRD-SHARE-AMT >= 0 AND TRD-SHARE-AMT <= 1
      *
                 MOVE TRD-SHARE-AMT TO TRD-SHARE-ELM
                   (TRD-FROM-REGION, TRD-TO-REGION, TRD-SECTOR-CODE)
      *
               ELSE
                 DISPLAY 'INVALID TRADE-FLOW RECORD - REGION OR '
                   'SECTOR OUT OF RANGE OR SHARE NOT 0 TO 1 - FROM='
                   TRD-FROM-REGION ' TO=' TRD-TO-REGION ' SECTOR='
                   TRD-SECTOR-CODE
                 ADD 1 TO TRD-BAD-COUNT
               END-IF
            END-READ.
      **
      **
       CHECK-TRADE-SHARES.
           PERFORM VARYING ROW-IND FROM 1 BY 1
            UNTIL ROW-IND > REG-SECTORS
      *
               MOVE 0 TO TRD-SHARE-SUM
               PERFORM VARYING REG-SUB FROM 1 BY 1
                UNTIL REG-SUB > REG-COUNT
                   ADD TRD-SHARE-ELM (REG-SUB, REG-IND, ROW-IND)
                     TO TRD-SHARE-SUM
               END-PERFORM
      *
               IF TRD-SHARE-SUM = 0
      *
                   MOVE 1 TO TRD-SHARE-ELM (REG-IND, REG-IND, ROW-IND)
      *
               ELSE
      *
                   COMPUTE TRD-SUM-DIFF = TRD-SHARE-SUM - 1
                   IF TRD-SUM-DIFF < 0
                       COMPUTE TRD-SUM-DIFF = 0 - TRD-SUM-DIFF
                   END-IF
                   IF TRD-SUM-DIFF > TRD-TOLERANCE
                       DISPLAY 'TRADE SHARES FOR REGION ' REG-IND
                         ' SECTOR ' ROW-IND ' SUM AWAY FROM ONE - '
                         'INTERREGIONAL SPLIT WILL NOT RECONCILE'
                   END-IF
      *
               END-IF
      *
           END-PERFORM.
      **
      **
       BUILD-INTERREGIONAL-BLOCK.
           COMPUTE REG-OFFSET = (REG-IND - 1) * REG-SECTORS
      *
           PERFORM BUILD-INTERREGIONAL-CELL
             VARYING ROW-IND FROM 1 BY 1 UNTIL ROW-IND > REG-SECTORS
             AFTER COL-IND FROM 1 BY 1 UNTIL COL-IND > REG-SECTORS.
      **
      **
       BUILD-INTERREGIONAL-CELL.
           COMPUTE GLB-ROW-IND = REG-OFFSET + ROW-IND
           COMPUTE GLB-COL-IND = REG-OFFSET + COL-IND
           MOVE IO-ELM (GLB-ROW-IND, GLB-COL-IND) TO MRIO-BASE-ELM
      *
           PERFORM VARYING REG-SUB FROM 1 BY 1
            UNTIL REG-SUB > REG-COUNT
      *
               IF REG-SUB NOT = REG-IND
                   COMPUTE GLB-ROW-IND =
                     (REG-SUB - 1) * REG-SECTORS + ROW-IND
                   COMPUTE IO-ELM (GLB-ROW-IND, GLB-COL-IND) ROUNDED =
                     TRD-SHARE-ELM (REG-SUB, REG-IND, ROW-IND)
                     * MRIO-BASE-ELM
                   END-COMPUTE
               END-IF
      *
           END-PERFORM
      *
           COMPUTE GLB-ROW-IND = REG-OFFSET + ROW-IND
           COMPUTE IO-ELM (GLB-ROW-IND, GLB-COL-IND) ROUNDED =
             TRD-SHARE-ELM (REG-IND, REG-IND, ROW-IND)
             * MRIO-BASE-ELM
           END-COMPUTE.
      **
      **
       SAVE-FLOW-ROW.
           PERFORM VARYING COL-IND FROM 1 BY 1
            UNTIL COL-IND > TABL-SIZE
      *
               MOVE IO-ELM (ROW-IND, COL-IND)
                 TO FLOW-ELM (ROW-IND, COL-IND)
      *
           END-PERFORM.
      **
      **
       RUN-PRICE-MODEL.
           MOVE TABL-SIZE TO PIVOT-SIZE
           MOVE 'N' TO GHS-ERR-SW
      *
           PERFORM BUILD-ALLOCATION-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE OR GHS-ERROR
      *
           IF GHS-ERROR
      *
      *
           WRITE OUT-REC FROM OUT-PRC-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       BUILD-BACKWARD-LINKAGE.
      *
           WRITE OUT-REC FROM OUT-LINK-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       BUILD-GROUP-LINKAGE.
      *
           WRITE OUT-REC FROM OUT-GRP-LINK-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       APPEND-MULTIPLIER-HISTORY.
           MOVE COL-IND TO HST-SECTOR-CODE
           MOVE HST-TYPE-WORK TO HST-MULT-TYPE
           MOVE MULT-ELM (COL-IND) TO HST-MULT-AMT
           MOVE CLASS-VERSION TO HST-CLASS-VER
           MOVE PRICE-BASE-YEAR TO HST-PRICE-BASE
           WRITE HST-REC.
      **
      **
       BUILD-TREND-TABLES.
           MOVE 0 TO HST-DATE-COUNT
           MOVE 0 TO HST-VER-SKIP-COUNT
           MOVE 0 TO HST-PRC-SKIP-COUNT
           MOVE 'N' TO HST-OVERFLOW-SW
      *
           OPEN INPUT HSTFILE
                 'THAN THE TREND TABLE - ONLY THE NEWEST '
                 HST-DATE-MAX ' DATES WERE KEPT'
           END-IF
      *
           IF HST-VER-SKIP-COUNT > 0
               DISPLAY HST-VER-SKIP-COUNT ' MULTIPLIER HISTORY RECORDS '
                 'ON ANOTHER CLASSIFICATION VERSION - LEFT OUT OF THE '
                 'TREND REPORT'
           END-IF
      *
           IF HST-PRC-SKIP-COUNT > 0
               DISPLAY HST-PRC-SKIP-COUNT ' MULTIPLIER HISTORY RECORDS '
                 'ON ANOTHER PRICE BASIS - LEFT OUT OF THE TREND REPORT'
           END-IF
      *
           PERFORM SORT-HISTORY-DATES VARYING HST-DATE-IND FROM 1 BY 1
             UNTIL HST-DATE-IND > HST-DATE-COUNT
                 AND HST-SECTOR-CODE >= 1
                 AND HST-SECTOR-CODE <= TABL-SIZE
      *
                 IF HST-CLASS-VER NOT = CLASS-VERSION
                   ADD 1 TO HST-VER-SKIP-COUNT
                 ELSE
                  IF HST-PRICE-BASE NOT = PRICE-BASE-YEAR
                   ADD 1 TO HST-PRC-SKIP-COUNT
                  ELSE
                   PERFORM LOCATE-HISTORY-DATE
      *
                   IF HST-DATE-IND > 0
                     MOVE HST-MULT-AMT
                       TO HST-VAL-ELM (HST-DATE-IND, HST-SECTOR-CODE)
                   END-IF
                  END-IF
                 END-IF
      *
               END-IF
               PERFORM PRINT-TREND-ROW VARYING ROW-IND FROM 1 BY 1
                 UNTIL ROW-IND > TABL-SIZE
               SET TREND-PRINTED TO TRUE
           END-IF
      *
           IF HST-VER-SKIP-COUNT > 0 AND HST-DATE-COUNT > 0
               MOVE SPACES TO OUT-TRND-NOTE-LINE
               MOVE HST-VER-SKIP-COUNT TO OUT-TRND-NOTE-COUNT
               MOVE 'HISTORY RECORDS ON A DIFFERENT SCHEME - NOT SHOWN'
                 TO OUT-TRND-NOTE-TEXT
               WRITE OUT-REC FROM OUT-TRND-NOTE-LINE
           END-IF
      *
           IF HST-PRC-SKIP-COUNT > 0 AND HST-DATE-COUNT > 0
               MOVE SPACES TO OUT-TRND-NOTE-LINE
               MOVE HST-PRC-SKIP-COUNT TO OUT-TRND-NOTE-COUNT
               MOVE 'HISTORY RECORDS ON ANOTHER PRICE BASIS - NOT SHOWN'
                 TO OUT-TRND-NOTE-TEXT
               WRITE OUT-REC FROM OUT-TRND-NOTE-LINE
           END-IF.
      **
      **
           END-PERFORM
           WRITE OUT-REC FROM OUT-TRND-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       WRITE-RUN-SUMMARY.
       BUILD-REPORT-FLAGS.
           MOVE SPACES TO AUD-REPORTS
      *
           IF (RUN-RC = 0 OR RUN-RC = 2 OR RUN-RC = 4)
             AND TABL-SIZE > 0
      *
               MOVE 1 TO AUD-PTR
      *
                 IF PRV-ROW >= 1 AND PRV-ROW <= TABL-SIZE
                   AND PRV-COLMN >= 1 AND PRV-COLMN <= TABL-SIZE
                   MOVE PRV-NUM TO PRV-ELM (PRV-ROW, PRV-COLMN)
                   IF PRV-CLASS-VER NOT = CLASS-VERSION
                     ADD 1 TO PRV-VER-BAD-COUNT
                     MOVE PRV-CLASS-VER TO PRV-CLASS-WORK
                   END-IF
                   IF PRV-PRICE-BASE NOT = PRICE-BASE-YEAR
                     ADD 1 TO PRV-PRC-BAD-COUNT
                     MOVE PRV-PRICE-BASE TO PRV-PRICE-WORK
                   END-IF
                 ELSE
                   DISPLAY 'INVALID PRIOR-PERIOD RECORD - CELL OUT OF '
                     'RANGE - ROW=' PRV-ROW ' COLMN=' PRV-COLMN
               WRITE OUT-REC FROM OUT-DRIFT-NOTE-LINE
           END-IF.
      **
      **
       PRINT-DRIFT-SCHEME-NOTE.
           PERFORM WRITE-DRIFT-HEADING
      *
           IF PRV-VER-BAD-COUNT > 0
               DISPLAY 'COEFFICIENT DRIFT NOT COMPARED - PRIOR EXTRACT '
                 'IS ON CLASSIFICATION VERSION "' PRV-CLASS-WORK
                 '", THIS RUN IS ON "' CLASS-VERSION '"'
               MOVE SPACES TO OUT-DRIFT-NOTE-LINE
               MOVE PRV-VER-BAD-COUNT TO OUT-DRIFT-NOTE-COUNT
               MOVE 'PRIOR CELLS ON A DIFFERENT SCHEME - NOT COMPARED'
                 TO OUT-DRIFT-NOTE-TEXT
               WRITE OUT-REC FROM OUT-DRIFT-NOTE-LINE
           END-IF
      *
           IF PRV-PRC-BAD-COUNT > 0
               DISPLAY 'COEFFICIENT DRIFT NOT COMPARED - PRIOR EXTRACT '
                 'IS ON PRICE BASE "' PRV-PRICE-WORK '", THIS RUN '
                 'IS ON "' PRICE-BASE-YEAR '" (BLANK = CURRENT PRICES)'
               MOVE SPACES TO OUT-DRIFT-NOTE-LINE
               MOVE PRV-PRC-BAD-COUNT TO OUT-DRIFT-NOTE-COUNT
               MOVE 'PRIOR CELLS ON ANOTHER PRICE BASIS - NOT COMPARED'
                 TO OUT-DRIFT-NOTE-TEXT
               WRITE OUT-REC FROM OUT-DRIFT-NOTE-LINE
           END-IF.
      **
      **
       PRINT-DRIFT-ROW.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
             - PRV-ELM (DRIFT-ROW (DRIFT-CMP-IND),
               DRIFT-COL (DRIFT-CMP-IND))
           MOVE DRIFT-DELTA TO OUT-DRIFT-CHANGE
      *
           IF PUBLISH-ON
             AND CELL-SUPPRESSED (DRIFT-ROW (DRIFT-CMP-IND),
               DRIFT-COL (DRIFT-CMP-IND))
               MOVE DISCLOSURE-MARK TO OUT-DRIFT-PRIOR-MASK
               MOVE DISCLOSURE-MARK TO OUT-DRIFT-CURR-MASK
               MOVE DISCLOSURE-MARK TO OUT-DRIFT-CHANGE-MASK
           END-IF
      *
           WRITE OUT-REC FROM OUT-DRIFT-LINE
           ADD 1 TO RPT-LINE-COUNT.
      *
           WRITE OUT-REC FROM OUT-DRIFT-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       CHECK-ECONOMIC-BALANCE.
      *
           WRITE OUT-REC FROM OUT-BAL-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       DIVIDE-BY-TOTAL.
      *
           PERFORM WRITE-EXTRACT-LTF-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           IF REP-OPEN AND PUBLISH-ON AND NOT REP-DATE-PUBLISHED
               PERFORM WRITE-PUBLISHED-MARKER
           END-IF
      *
           IF REP-OPEN
               CLOSE REPFILE
               MOVE 'N' TO REP-OPEN-SW
           END-IF
      *
           IF REP-REWRITE-COUNT > 0
      *
               MOVE 'OVERWRITE' TO RLG-ACTION-WORK
               MOVE REP-REWRITE-COUNT TO RLG-COUNT-WORK
      *
               IF REP-DATE-PUBLISHED
                   MOVE 'PUBLISHED DATE - PUBOVERRIDE CARD'
                     TO RLG-NOTE-WORK
               ELSE
                   MOVE 'RERUN - STORED CELLS REPLACED'
                     TO RLG-NOTE-WORK
               END-IF
      *
               PERFORM WRITE-REPOSITORY-LOG
      *
           END-IF.
      **
      **
       CHECK-PUBLISHED-DATE.
           IF IN-ASOF-DATE NOT = SPACES
               MOVE IN-ASOF-DATE TO REP-ASOF-WORK
           ELSE
               MOVE REP-DATE-NUM TO REP-ASOF-WORK
           END-IF
      *
           OPEN INPUT REPFILE
      *
           IF REP-FILE-STATUS = '00'
      *
               MOVE 'PUB' TO REP-MATRIX-ID
               MOVE REP-ASOF-WORK TO REP-ASOF-DATE
               MOVE 0 TO REP-ROW
               MOVE 0 TO REP-COLMN
      *
               READ REPFILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'Y' TO REP-PUB-SW
               END-READ
      *
               CLOSE REPFILE
      *
           ELSE
               IF REP-FILE-STATUS = '05'
                   CLOSE REPFILE
               END-IF
           END-IF
      *
           IF REP-OVERRIDE-DATE NOT = SPACES
             AND REP-OVERRIDE-DATE NOT = REP-ASOF-WORK
               DISPLAY 'PUBOVERRIDE DATE ' REP-OVERRIDE-DATE
                 ' DOES NOT MATCH THE RUN AS-OF DATE ' REP-ASOF-WORK
                 ' - IGNORED'
               MOVE SPACES TO REP-OVERRIDE-DATE
               MOVE SPACES TO REP-OVERRIDE-USER
           END-IF
      *
           IF REP-DATE-PUBLISHED AND REP-OVERRIDE-DATE NOT = SPACES
               DISPLAY 'PUBLISHED AS-OF DATE ' REP-ASOF-WORK
                 ' WILL BE OVERWRITTEN - PUBOVERRIDE BY '
                 REP-OVERRIDE-USER
           END-IF.
      **
      **
       OPEN-REPOSITORY.
           OPEN I-O REPFILE
      *
           IF REP-FILE-STATUS = '00' OR REP-FILE-STATUS = '05'
               MOVE COL-IND TO EXT-COLMN
               MOVE COEF-ELM (ROW-IND, COL-IND) TO EXT-NUM
               MOVE 'IO ' TO EXT-MATRIX-ID
               MOVE CLASS-VERSION TO EXT-CLASS-VER
               MOVE PRICE-BASE-YEAR TO EXT-PRICE-BASE
               WRITE EXT-REC
      *
               IF REP-OPEN
               MOVE COL-IND TO EXT-COLMN
               MOVE LTF-ELM (ROW-IND, COL-IND) TO EXT-NUM
               MOVE 'LTF' TO EXT-MATRIX-ID
               MOVE CLASS-VERSION TO EXT-CLASS-VER
               MOVE PRICE-BASE-YEAR TO EXT-PRICE-BASE
               WRITE EXT-REC
      *
               IF REP-OPEN
                   PERFORM WRITE-REPOSITORY-CELL
               END-IF
      *
           END-PERFORM.
      **
      **
       WRITE-REPOSITORY-CELL.
           MOVE REP-ASOF-WORK TO REP-ASOF-DATE
           MOVE ROW-IND TO REP-ROW
           MOVE COL-IND TO REP-COLMN
           MOVE SPACES TO REP-REC (28:5)
           MOVE CLASS-VERSION TO REP-CLASS-VER
           MOVE PRICE-BASIS-FLAG TO REP-PRICE-BASIS
      *
           WRITE REP-REC
             INVALID KEY
               REWRITE REP-REC
                 INVALID KEY
                   DISPLAY 'REPOSITORY WRITE FAILED - STATUS '
                     REP-FILE-STATUS ' - REPOSITORY LOAD STOPPED'
                   CLOSE REPFILE
                   MOVE 'N' TO REP-OPEN-SW
                 NOT INVALID KEY
                   ADD 1 TO REP-REWRITE-COUNT
               END-REWRITE
           END-WRITE.
      **
      **
       WRITE-PUBLISHED-MARKER.
           MOVE 'PUB' TO REP-MATRIX-ID
           MOVE REP-ASOF-WORK TO REP-ASOF-DATE
           MOVE 0 TO REP-ROW
           MOVE 0 TO REP-COLMN
           MOVE 0 TO REP-NUM
           MOVE CLASS-VERSION TO REP-CLASS-VER
           MOVE PRICE-BASIS-FLAG TO REP-PRICE-BASIS
      *
           WRITE REP-REC
             INVALID KEY
               DISPLAY 'PUBLISHED MARKER NOT WRITTEN FOR AS-OF DATE '
                 REP-ASOF-WORK ' - STATUS ' REP-FILE-STATUS
             NOT INVALID KEY
               MOVE 'PUBLISH' TO RLG-ACTION-WORK
               MOVE 0 TO RLG-COUNT-WORK
               MOVE 'PUBLISH=YES RUN' TO RLG-NOTE-WORK
               PERFORM WRITE-REPOSITORY-LOG
           END-WRITE.
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
               MOVE 'LEONTIEF' TO RLG-PROGRAM
               MOVE REP-OVERRIDE-USER TO RLG-USER-ID
               MOVE RLG-ACTION-WORK TO RLG-ACTION
               MOVE REP-ASOF-WORK TO RLG-ASOF-DATE
               MOVE RLG-COUNT-WORK TO RLG-CELL-COUNT
               MOVE RLG-NOTE-WORK TO RLG-NOTE
               WRITE RLG-REC
               CLOSE RLGFILE
      *
           ELSE
               DISPLAY 'REPOSITORY LOG NOT AVAILABLE - RLGFILE OPEN '
                 'STATUS ' RLG-FILE-STATUS ' - ' RLG-ACTION-WORK
                 ' ' REP-ASOF-WORK ' ' RLG-NOTE-WORK ' NOT LOGGED'
           END-IF.
      **
      **
       READ-CONFIDENTIALITY-FILE.
            READ CNFFILE
      *
             AT END
              SET CNF-EOF TO TRUE
      *
             NOT AT END
               IF CNF-HDR-REC
      *
                 SET CNF-HDR-SEEN TO TRUE
                 MOVE CNF-CTL-DATE TO CNF-ASOF-DATE
      *
               ELSE
                IF CNF-TRL-REC
      *
                 SET CNF-TRL-SEEN TO TRUE
                 MOVE CNF-CTL-COUNT TO CNF-EXP-COUNT
                 MOVE CNF-CTL-HASH  TO CNF-EXP-HASH
      *
                ELSE
                 ADD 1 TO CNF-ACT-COUNT
                 IF CNF-CONTRIB NUMERIC
                   ADD CNF-CONTRIB TO CNF-ACT-HASH
                 END-IF
      *
                 IF CNF-ROW NUMERIC AND CNF-COLMN NUMERIC
                   AND CNF-CONTRIB NUMERIC AND CNF-MAX-SHARE NUMERIC
                   AND CNF-ROW >= 1 AND CNF-ROW <= TABL-SIZE
                   AND CNF-COLMN >= 1 AND CNF-COLMN <= TABL-SIZE
      *
                  ADD 1 TO CNF-READ-COUNT
      *
                  IF (CNF-CONTRIB < PUB-MIN-CONTRIB
                    OR CNF-MAX-SHARE * 100 > PUB-DOM-PCT)
                    AND CELL-PUBLISHED (CNF-ROW, CNF-COLMN)
                    MOVE 'P' TO SUPP-FLAG-ELM (CNF-ROW, CNF-COLMN)
                    ADD 1 TO SUPP-ROW-CNT (CNF-ROW)
                    ADD 1 TO SUPP-COL-CNT (CNF-COLMN)
                    ADD 1 TO SUPP-PRIMARY-COUNT
                  END-IF
      *
                 ELSE
                  DISPLAY 'INVALID CONFIDENTIALITY RECORD - ROW='
                    CNF-ROW ' COL=' CNF-COLMN
                  ADD 1 TO CNF-BAD-COUNT
                 END-IF
                END-IF
               END-IF
            END-READ.
      **
      **
       CHECK-CONFIDENTIALITY-CONTROLS.
           IF NOT CNF-HDR-SEEN
               DISPLAY 'CNFFILE HEADER MISSING - CONFIDENTIALITY '
                 'COUNTS CANNOT BE MATCHED TO THE AS-OF DATE'
               SET CNF-CTL-ERROR TO TRUE
           ELSE
               IF CNF-ASOF-DATE NOT = IN-ASOF-DATE
                   DISPLAY 'CNFFILE HEADER DATED ' CNF-ASOF-DATE
                     ' - INFILE AS-OF DATE IS ' IN-ASOF-DATE
                   SET CNF-CTL-ERROR TO TRUE
               END-IF
           END-IF
      *
           IF CNF-TRL-SEEN
      *
               IF CNF-EXP-COUNT NOT = CNF-ACT-COUNT
                   DISPLAY 'CNFFILE RECORD COUNT MISMATCH - EXPECTED '
                     CNF-EXP-COUNT ' RECEIVED ' CNF-ACT-COUNT
                   SET CNF-CTL-ERROR TO TRUE
               END-IF
      *
               IF CNF-EXP-HASH NOT = CNF-ACT-HASH
                   MOVE CNF-EXP-HASH TO HASH-BUF-1
                   MOVE CNF-ACT-HASH TO HASH-BUF-2
                   DISPLAY 'CNFFILE HASH TOTAL MISMATCH - EXPECTED '
                     HASH-BUF-1 ' RECEIVED ' HASH-BUF-2
                   SET CNF-CTL-ERROR TO TRUE
               END-IF
      *
               IF NOT CNF-CTL-ERROR
                   DISPLAY 'CNFFILE CONTROL TOTALS RECONCILED - AS OF '
                     CNF-ASOF-DATE
               END-IF
      *
           ELSE
      *
               DISPLAY 'CNFFILE TRAILER MISSING - FILE MAY BE '
                 'TRUNCATED'
               SET CNF-CTL-ERROR TO TRUE
      *
           END-IF.
      **
      **
       BUILD-SUPPRESSION.
           IF TABL-SIZE < 2 AND SUPP-PRIMARY-COUNT > 0
               DISPLAY 'SINGLE-SECTOR TABLE - NO COMPLEMENTARY CELL '
                 'CAN PROTECT THE PRIMARY SUPPRESSION'
           END-IF
      *
           MOVE 'Y' TO SUPP-CHANGED-SW
           PERFORM SUPPRESSION-PASS UNTIL NOT SUPP-CHANGED
      *
           DISPLAY 'DISCLOSURE REVIEW - ' CNF-READ-COUNT
             ' CONFIDENTIALITY RECORDS, ' SUPP-PRIMARY-COUNT
             ' PRIMARY AND ' SUPP-COMP-COUNT
             ' COMPLEMENTARY SUPPRESSIONS IN ' SUPP-PASS-COUNT
             ' PASSES'.
      **
      **
       SUPPRESSION-PASS.
           MOVE 'N' TO SUPP-CHANGED-SW
           ADD 1 TO SUPP-PASS-COUNT
      *
           PERFORM CHECK-SUPP-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           PERFORM CHECK-SUPP-COL VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE.
      **
      **
       CHECK-SUPP-ROW.
           IF SUPP-ROW-CNT (ROW-IND) = 1
      *
               MOVE 0 TO SUPP-BEST-IND
               PERFORM FIND-ROW-COMPLEMENT VARYING SUPP-IND
                 FROM 1 BY 1 UNTIL SUPP-IND > TABL-SIZE
      *
               IF SUPP-BEST-IND > 0
                   MOVE 'C' TO SUPP-FLAG-ELM (ROW-IND, SUPP-BEST-IND)
                   ADD 1 TO SUPP-ROW-CNT (ROW-IND)
                   ADD 1 TO SUPP-COL-CNT (SUPP-BEST-IND)
                   ADD 1 TO SUPP-COMP-COUNT
                   MOVE 'Y' TO SUPP-CHANGED-SW
               END-IF
      *
           END-IF.
      **
      **
       FIND-ROW-COMPLEMENT.
           IF CELL-PUBLISHED (ROW-IND, SUPP-IND)
      *
               MOVE COEF-ELM (ROW-IND, SUPP-IND) TO SUPP-ABS
               IF SUPP-ABS < 0
                   COMPUTE SUPP-ABS = 0 - SUPP-ABS
               END-IF
      *
               IF SUPP-ABS = 0
                   MOVE 3 TO SUPP-TIER
               ELSE
                IF SUPP-COL-CNT (SUPP-IND) = 1
                   MOVE 1 TO SUPP-TIER
                ELSE
                   MOVE 2 TO SUPP-TIER
                END-IF
               END-IF
      *
               PERFORM COMPARE-COMPLEMENT
      *
           END-IF.
      **
      **
       CHECK-SUPP-COL.
           IF SUPP-COL-CNT (COL-IND) = 1
      *
               MOVE 0 TO SUPP-BEST-IND
               PERFORM FIND-COL-COMPLEMENT VARYING SUPP-IND
                 FROM 1 BY 1 UNTIL SUPP-IND > TABL-SIZE
      *
               IF SUPP-BEST-IND > 0
                   MOVE 'C' TO SUPP-FLAG-ELM (SUPP-BEST-IND, COL-IND)
                   ADD 1 TO SUPP-ROW-CNT (SUPP-BEST-IND)
                   ADD 1 TO SUPP-COL-CNT (COL-IND)
                   ADD 1 TO SUPP-COMP-COUNT
                   MOVE 'Y' TO SUPP-CHANGED-SW
               END-IF
      *
           END-IF.
      **
      **
       FIND-COL-COMPLEMENT.
           IF CELL-PUBLISHED (SUPP-IND, COL-IND)
      *
               MOVE COEF-ELM (SUPP-IND, COL-IND) TO SUPP-ABS
               IF SUPP-ABS < 0
                   COMPUTE SUPP-ABS = 0 - SUPP-ABS
               END-IF
      *
               IF SUPP-ABS = 0
                   MOVE 3 TO SUPP-TIER
               ELSE
                IF SUPP-ROW-CNT (SUPP-IND) = 1
                   MOVE 1 TO SUPP-TIER
                ELSE
                   MOVE 2 TO SUPP-TIER
                END-IF
               END-IF
      *
               PERFORM COMPARE-COMPLEMENT
      *
           END-IF.
      **
      **
       COMPARE-COMPLEMENT.
           IF SUPP-BEST-IND = 0
             OR SUPP-TIER < SUPP-BEST-TIER
             OR (SUPP-TIER = SUPP-BEST-TIER
                 AND SUPP-ABS < SUPP-BEST-VALUE)
               MOVE SUPP-IND TO SUPP-BEST-IND
               MOVE SUPP-TIER TO SUPP-BEST-TIER
               MOVE SUPP-ABS TO SUPP-BEST-VALUE
           END-IF.
      **
      **
       WRITE-PUBLIC-EXTRACT-ROW.
           PERFORM WRITE-PUBLIC-EXTRACT-CELL VARYING COL-IND
             FROM 1 BY 1 UNTIL COL-IND > TABL-SIZE.
      **
      **
       WRITE-PUBLIC-EXTRACT-CELL.
           MOVE SPACES TO PUB-REC
           MOVE ROW-IND TO PUB-ROW
           MOVE COL-IND TO PUB-COLMN
           MOVE 'IO ' TO PUB-MATRIX-ID
      *
           IF CELL-SUPPRESSED (ROW-IND, COL-IND)
               MOVE '(D)' TO PUB-NUM-MASK
               MOVE 'D' TO PUB-SUPP-FLAG
           ELSE
               MOVE COEF-ELM (ROW-IND, COL-IND) TO PUB-NUM
           END-IF
      *
           WRITE PUB-REC.
      **
      **
       FILL-IDENTITY.
            UNTIL COL-IND > RPT-COL-END
      *
               COMPUTE RPT-COL-OFFS = COL-IND - RPT-COL-START + 1
               IF PUBLISH-ON AND CELL-SUPPRESSED (ROW-IND, COL-IND)
                   MOVE '(D)' TO OUT-VALUE (RPT-COL-OFFS)
               ELSE
                   MOVE IO-ELM (ROW-IND, COL-IND) TO RPT-WORK-VALUE
                   PERFORM FORMAT-OUT-VALUE
               END-IF
      *
           END-PERFORM
      *
           MOVE RPT-TITLE TO OUT-HDG-TITLE
           MOVE RUN-TITLE TO OUT-HDG-RUN-TITLE
           MOVE RPT-PAGE-COUNT TO OUT-HDG-PAGE
           WRITE OUT-REC FROM OUT-PAGE-HEADING-1
           MOVE 0 TO RPT-HDG-LINES
      *
           IF CONSTANT-PRICES
               WRITE OUT-REC FROM OUT-PRICE-LINE
               MOVE 1 TO RPT-HDG-LINES
               ADD 1 TO RPT-LINE-COUNT
           END-IF.
      **
      **
       FORMAT-OUT-VALUE.
      *
           END-IF
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       FIND-PIVOT-ROW.
           WRITE OUT-REC FROM OUT-BASIS-LINE
           WRITE OUT-REC FROM OUT-RANK-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       RUN-SENSITIVITY-ANALYSIS.
           MOVE 0 TO SEN-CELL-COUNT SEN-SETTLED-COUNT
           MOVE 0 TO SEN-UNSETTLED-COUNT SEN-UNSTABLE-COUNT
           MOVE SEN-SEED-START TO SEN-SEED
      *
           PERFORM LOAD-SENSITIVITY-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           PERFORM SET-SENSITIVITY-BASE VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE
      *
           PERFORM RUN-SENSITIVITY-TRIAL
             VARYING SEN-TRIAL-IND FROM 1 BY 1
             UNTIL SEN-TRIAL-IND > SEN-TRIALS
      *
           IF SEN-SETTLED-COUNT > 0
               PERFORM SET-SENSITIVITY-RANGE VARYING COL-IND FROM 1 BY 1
                 UNTIL COL-IND > TABL-SIZE
           END-IF
      *
           MOVE SEN-TRIALS TO OUT-SEN-TRIALS
           MOVE SEN-SETTLED-COUNT TO OUT-SEN-SETTLED
           MOVE SEN-UNSETTLED-COUNT TO OUT-SEN-UNSETTLED
           MOVE SEN-CELL-COUNT TO OUT-SEN-CELLS
           MOVE SEN-SEED-START TO OUT-SEN-SEED
           MOVE SEN-STABLE-PCT TO OUT-SEN-STABLE
      *
           MOVE 1 TO RANK-LOW
           MOVE TABL-SIZE TO RANK-HIGH
           MOVE 0 TO RANK-OFFSET
           PERFORM SORT-SECTOR-RANGE
      *
           PERFORM PRINT-SENSITIVITY-REPORT
           PERFORM PRINT-SENSITIVITY-KEY-REPORT
      *
           DISPLAY 'MULTIPLIER SENSITIVITY - ' SEN-SETTLED-COUNT ' OF '
             SEN-TRIALS ' TRIALS SETTLED, ' SEN-UNSTABLE-COUNT
             ' SECTORS UNSTABLE IN RANK'.
      **
      **
       LOAD-SENSITIVITY-ROW.
           PERFORM LOAD-SENSITIVITY-CELL VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE.
      **
      **
       LOAD-SENSITIVITY-CELL.
           IF SEN-RSE-ELM (ROW-IND, COL-IND) NOT = 0
             AND COEF-ELM (ROW-IND, COL-IND) NOT = 0
               ADD 1 TO SEN-CELL-COUNT
               MOVE ROW-IND TO SEN-CELL-ROW (SEN-CELL-COUNT)
               MOVE COL-IND TO SEN-CELL-COL (SEN-CELL-COUNT)
               MOVE 0 TO SEN-CELL-DELTA (SEN-CELL-COUNT)
           END-IF.
      **
      **
       SET-SENSITIVITY-BASE.
           MOVE 1 TO SEN-BASE-RANK (COL-IND)
      *
           PERFORM COUNT-SENSITIVITY-BASE VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           MOVE 999 TO SEN-RANK-BEST (COL-IND)
           MOVE 0 TO SEN-RANK-WORST (COL-IND)
           MOVE 0 TO SEN-SAME-COUNT (COL-IND).
      **
      **
       COUNT-SENSITIVITY-BASE.
           IF MULT-ELM (ROW-IND) > MULT-ELM (COL-IND)
               ADD 1 TO SEN-BASE-RANK (COL-IND)
           END-IF.
      **
      **
       RUN-SENSITIVITY-TRIAL.
           PERFORM DRAW-SENSITIVITY-CELL
             VARYING SEN-CELL-IND FROM 1 BY 1
             UNTIL SEN-CELL-IND > SEN-CELL-COUNT
      *
           PERFORM START-SENSITIVITY-TRIAL VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE
      *
           MOVE 0 TO SEN-ITER
           MOVE 'N' TO SEN-CONVERGED-SW
           MOVE 'N' TO SEN-OVERFLOW-SW
      *
           PERFORM ITERATE-SENSITIVITY-TRIAL
             UNTIL SEN-CONVERGED OR SEN-OVERFLOW
             OR SEN-ITER >= SEN-MAX-ITER
      *
           IF SEN-CONVERGED
               PERFORM CHECK-SENSITIVITY-SIGN
                 VARYING COL-IND FROM 1 BY 1
                 UNTIL COL-IND > TABL-SIZE OR NOT SEN-CONVERGED
           END-IF
      *
           IF SEN-CONVERGED
               ADD 1 TO SEN-SETTLED-COUNT
               PERFORM STORE-SENSITIVITY-SECTOR
                 VARYING COL-IND FROM 1 BY 1
                 UNTIL COL-IND > TABL-SIZE
           ELSE
               ADD 1 TO SEN-UNSETTLED-COUNT
               DISPLAY 'MULTIPLIER SENSITIVITY TRIAL ' SEN-TRIAL-IND
                 ' NOT SETTLED AFTER ' SEN-ITER ' PASSES - LEFT OUT '
                 'OF THE RANGES'
           END-IF.
      **
      **
       DRAW-SENSITIVITY-CELL.
           MOVE -6 TO SEN-NORMAL
           PERFORM DRAW-SENSITIVITY-UNIFORM 12 TIMES
      *
           MOVE SEN-CELL-ROW (SEN-CELL-IND) TO ROW-IND
           MOVE SEN-CELL-COL (SEN-CELL-IND) TO COL-IND
      *
           COMPUTE SEN-COEF-WORK ROUNDED = COEF-ELM (ROW-IND, COL-IND)
             * (1 + (SEN-RSE-ELM (ROW-IND, COL-IND) * SEN-NORMAL / 100))
           END-COMPUTE
      *
           IF SEN-COEF-WORK < 0
               MOVE 0 TO SEN-COEF-WORK
           END-IF
      *
           COMPUTE SEN-CELL-DELTA (SEN-CELL-IND) =
             SEN-COEF-WORK - COEF-ELM (ROW-IND, COL-IND).
      **
      **
       DRAW-SENSITIVITY-UNIFORM.
           COMPUTE SEN-PRODUCT = SEN-SEED * SEN-MULTIPLIER
           DIVIDE SEN-PRODUCT BY SEN-MODULUS GIVING SEN-QUOTIENT
             REMAINDER SEN-SEED
           COMPUTE SEN-NORMAL ROUNDED =
             SEN-NORMAL + (SEN-SEED / SEN-MODULUS).
      **
      **
       START-SENSITIVITY-TRIAL.
           MOVE MULT-ELM (COL-IND) TO SEN-CURR-ELM (COL-IND).
      **
      **
       ITERATE-SENSITIVITY-TRIAL.
           ADD 1 TO SEN-ITER
           MOVE 0 TO SEN-MAX-RESID
      *
           PERFORM BUILD-SENSITIVITY-RESID VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > TABL-SIZE OR SEN-OVERFLOW
      *
           PERFORM ADD-SENSITIVITY-CELL-RESID
             VARYING SEN-CELL-IND FROM 1 BY 1
             UNTIL SEN-CELL-IND > SEN-CELL-COUNT OR SEN-OVERFLOW
      *
           IF NOT SEN-OVERFLOW
      *
               PERFORM CHECK-SENSITIVITY-RESID
                 VARYING COL-IND FROM 1 BY 1
                 UNTIL COL-IND > TABL-SIZE
      *
               IF SEN-MAX-RESID <= SEN-TOLERANCE
                   SET SEN-CONVERGED TO TRUE
               ELSE
                   PERFORM CORRECT-SENSITIVITY-SECTOR
                     VARYING COL-IND FROM 1 BY 1
                     UNTIL COL-IND > TABL-SIZE OR SEN-OVERFLOW
               END-IF
      *
           END-IF.
      **
      **
       BUILD-SENSITIVITY-RESID.
           COMPUTE SEN-RESID-ELM (COL-IND) = 1 - SEN-CURR-ELM (COL-IND)
             ON SIZE ERROR
               SET SEN-OVERFLOW TO TRUE
           END-COMPUTE
      *
           PERFORM ADD-SENSITIVITY-RESID VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE OR SEN-OVERFLOW.
      **
      **
       ADD-SENSITIVITY-RESID.
           IF COEF-ELM (ROW-IND, COL-IND) NOT = 0
               COMPUTE SEN-RESID-ELM (COL-IND) ROUNDED =
                 SEN-RESID-ELM (COL-IND) + (SEN-CURR-ELM (ROW-IND)
                 * COEF-ELM (ROW-IND, COL-IND))
                 ON SIZE ERROR
                   SET SEN-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF.
      **
      **
       ADD-SENSITIVITY-CELL-RESID.
           IF SEN-CELL-DELTA (SEN-CELL-IND) NOT = 0
      *
               MOVE SEN-CELL-ROW (SEN-CELL-IND) TO ROW-IND
               MOVE SEN-CELL-COL (SEN-CELL-IND) TO COL-IND
      *
               COMPUTE SEN-RESID-ELM (COL-IND) ROUNDED =
                 SEN-RESID-ELM (COL-IND) + (SEN-CURR-ELM (ROW-IND)
                 * SEN-CELL-DELTA (SEN-CELL-IND))
                 ON SIZE ERROR
                   SET SEN-OVERFLOW TO TRUE
               END-COMPUTE
      *
           END-IF.
      **
      **
       CHECK-SENSITIVITY-RESID.
           IF SEN-RESID-ELM (COL-IND) < 0
               COMPUTE SEN-ABS-RESID = 0 - SEN-RESID-ELM (COL-IND)
           ELSE
               MOVE SEN-RESID-ELM (COL-IND) TO SEN-ABS-RESID
           END-IF
      *
           IF SEN-ABS-RESID > SEN-MAX-RESID
               MOVE SEN-ABS-RESID TO SEN-MAX-RESID
           END-IF.
      **
      **
       CORRECT-SENSITIVITY-SECTOR.
           PERFORM ADD-SENSITIVITY-CORRECTION
             VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE OR SEN-OVERFLOW.
      **
      **
       ADD-SENSITIVITY-CORRECTION.
           IF LTF-ELM (ROW-IND, COL-IND) NOT = 0
             AND SEN-RESID-ELM (ROW-IND) NOT = 0
               COMPUTE SEN-CURR-ELM (COL-IND) ROUNDED =
                 SEN-CURR-ELM (COL-IND) + (SEN-RESID-ELM (ROW-IND)
                 * LTF-ELM (ROW-IND, COL-IND))
                 ON SIZE ERROR
                   SET SEN-OVERFLOW TO TRUE
               END-COMPUTE
           END-IF.
      **
      **
       CHECK-SENSITIVITY-SIGN.
           IF SEN-CURR-ELM (COL-IND) < 0
               MOVE 'N' TO SEN-CONVERGED-SW
           END-IF.
      **
      **
       STORE-SENSITIVITY-SECTOR.
           MOVE SEN-CURR-ELM (COL-IND)
             TO SEN-TRIAL-ELM (SEN-SETTLED-COUNT, COL-IND)
      *
           MOVE 1 TO SEN-RANK-WORK
           PERFORM COUNT-SENSITIVITY-RANK VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > TABL-SIZE
      *
           IF SEN-RANK-WORK = SEN-BASE-RANK (COL-IND)
               ADD 1 TO SEN-SAME-COUNT (COL-IND)
           END-IF
      *
           IF SEN-RANK-WORK < SEN-RANK-BEST (COL-IND)
               MOVE SEN-RANK-WORK TO SEN-RANK-BEST (COL-IND)
           END-IF
      *
           IF SEN-RANK-WORK > SEN-RANK-WORST (COL-IND)
               MOVE SEN-RANK-WORK TO SEN-RANK-WORST (COL-IND)
           END-IF.
      **
      **
       COUNT-SENSITIVITY-RANK.
           IF SEN-CURR-ELM (ROW-IND) > SEN-CURR-ELM (COL-IND)
               ADD 1 TO SEN-RANK-WORK
           END-IF.
      **
      **
       SET-SENSITIVITY-RANGE.
           PERFORM LOAD-SENSITIVITY-SORT
             VARYING SEN-SORT-IND FROM 1 BY 1
             UNTIL SEN-SORT-IND > SEN-SETTLED-COUNT
      *
           PERFORM SORT-SENSITIVITY-PASS
             VARYING SEN-SORT-IND FROM 1 BY 1
             UNTIL SEN-SORT-IND > SEN-SETTLED-COUNT
      *
           COMPUTE SEN-LOW-POS = (SEN-SETTLED-COUNT * 5 + 99) / 100
           COMPUTE SEN-HIGH-POS = (SEN-SETTLED-COUNT * 95 + 99) / 100
      *
           MOVE SEN-SORT-ELM (SEN-LOW-POS) TO SEN-LOW-ELM (COL-IND)
           MOVE SEN-SORT-ELM (SEN-HIGH-POS) TO SEN-HIGH-ELM (COL-IND)
      *
           IF SEN-SAME-COUNT (COL-IND) * 100
             < SEN-STABLE-PCT * SEN-SETTLED-COUNT
               ADD 1 TO SEN-UNSTABLE-COUNT
           END-IF.
      **
      **
       LOAD-SENSITIVITY-SORT.
           MOVE SEN-TRIAL-ELM (SEN-SORT-IND, COL-IND)
             TO SEN-SORT-ELM (SEN-SORT-IND).
      **
      **
       SORT-SENSITIVITY-PASS.
           MOVE SEN-SORT-IND TO SEN-SORT-BEST
           COMPUTE SEN-SORT-CMP = SEN-SORT-IND + 1
      *
           PERFORM FIND-SENSITIVITY-LOWEST VARYING SEN-SORT-CMP
             FROM SEN-SORT-CMP BY 1
             UNTIL SEN-SORT-CMP > SEN-SETTLED-COUNT
      *
           IF SEN-SORT-BEST NOT = SEN-SORT-IND
               MOVE SEN-SORT-ELM (SEN-SORT-IND) TO SEN-SORT-TEMP
               MOVE SEN-SORT-ELM (SEN-SORT-BEST)
                 TO SEN-SORT-ELM (SEN-SORT-IND)
               MOVE SEN-SORT-TEMP TO SEN-SORT-ELM (SEN-SORT-BEST)
           END-IF.
      **
      **
       FIND-SENSITIVITY-LOWEST.
           IF SEN-SORT-ELM (SEN-SORT-CMP) < SEN-SORT-ELM (SEN-SORT-BEST)
               MOVE SEN-SORT-CMP TO SEN-SORT-BEST
           END-IF.
      **
      **
       PRINT-SENSITIVITY-REPORT.
           MOVE 'MULTIPLIER SENSITIVITY' TO RPT-TITLE
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT
      *
           PERFORM PRINT-SENSITIVITY-ROW VARYING RANK-IND FROM 1 BY 1
             UNTIL RANK-IND > TABL-SIZE
      *
           IF SEN-SETTLED-COUNT = 0
               WRITE OUT-REC FROM OUT-SEN-NONE-LINE
           END-IF
      *
           WRITE OUT-REC FROM OUT-SEN-NOTE-LINE-1
           WRITE OUT-REC FROM OUT-SEN-NOTE-LINE-2.
      **
      **
       PRINT-SENSITIVITY-ROW.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-SENSITIVITY-HEADING
           END-IF
      *
           MOVE RANK-SECTOR (RANK-IND) TO SEN-SECTOR
      *
           MOVE SPACES TO OUT-SEN-LINE
           MOVE SEN-BASE-RANK (SEN-SECTOR) TO OUT-SEN-RANK
           MOVE SEN-SECTOR TO OUT-SEN-SECTOR
           MOVE SECTOR-NAME-ELM (SEN-SECTOR) TO OUT-SEN-NAME
           MOVE MULT-ELM (SEN-SECTOR) TO OUT-SEN-MULT
      *
           IF SEN-SETTLED-COUNT > 0
      *
               MOVE SEN-LOW-ELM (SEN-SECTOR) TO OUT-SEN-LOW
               MOVE SEN-HIGH-ELM (SEN-SECTOR) TO OUT-SEN-HIGH
               MOVE SEN-RANK-BEST (SEN-SECTOR) TO OUT-SEN-RANK-BEST
               MOVE '-' TO OUT-SEN-DASH
               MOVE SEN-RANK-WORST (SEN-SECTOR) TO OUT-SEN-RANK-WORST
               COMPUTE SEN-SAME-PCT =
                 SEN-SAME-COUNT (SEN-SECTOR) * 100 / SEN-SETTLED-COUNT
               MOVE SEN-SAME-PCT TO OUT-SEN-SAME
      *
               IF SEN-SAME-COUNT (SEN-SECTOR) * 100
                 < SEN-STABLE-PCT * SEN-SETTLED-COUNT
                   MOVE 'UNSTABLE' TO OUT-SEN-FLAG
               END-IF
      *
           END-IF
      *
           WRITE OUT-REC FROM OUT-SEN-LINE
           ADD 1 TO RPT-LINE-COUNT.
      **
      **
       WRITE-SENSITIVITY-HEADING.
           PERFORM WRITE-PAGE-HEADING
      *
           WRITE OUT-REC FROM OUT-BASIS-LINE
           WRITE OUT-REC FROM OUT-SEN-COUNT-LINE
           WRITE OUT-REC FROM OUT-SEN-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       PRINT-SENSITIVITY-KEY-REPORT.
           MOVE 'SENSITIVITY - KEY SECTOR INPUTS' TO RPT-TITLE
           MOVE RPT-LINES-PER-PAGE TO RPT-LINE-COUNT
      *
           IF SEN-KEY-COUNT > TABL-SIZE
               MOVE TABL-SIZE TO SEN-KEY-COUNT
           END-IF
      *
           PERFORM PRINT-SENSITIVITY-KEY-SECTOR
             VARYING SEN-KEY-IND FROM 1 BY 1
             UNTIL SEN-KEY-IND > SEN-KEY-COUNT
      *
           WRITE OUT-REC FROM OUT-SENK-NOTE-LINE.
      **
      **
       PRINT-SENSITIVITY-KEY-SECTOR.
           MOVE RANK-SECTOR (SEN-KEY-IND) TO SEN-SECTOR
           MOVE 0 TO SEN-VAR-TOTAL
           MOVE 0 TO SEN-TOP-COUNT
      *
           PERFORM ADD-SENSITIVITY-VARIANCE
             VARYING SEN-CELL-IND FROM 1 BY 1
             UNTIL SEN-CELL-IND > SEN-CELL-COUNT
      *
           COMPUTE SEN-STD-ERROR ROUNDED = SEN-VAR-TOTAL ** 0.5
      *
           MOVE SPACES TO OUT-SENK-LINE
           MOVE SEN-KEY-IND TO OUT-SENK-KEY
           MOVE SEN-SECTOR TO OUT-SENK-SECTOR
           MOVE SECTOR-NAME-ELM (SEN-SECTOR) TO OUT-SENK-NAME
           MOVE MULT-ELM (SEN-SECTOR) TO OUT-SENK-MULT
           MOVE SEN-STD-ERROR TO OUT-SENK-STD-ERROR
      *
           IF SEN-TOP-COUNT = 0
      *
               IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
                   PERFORM WRITE-SENSITIVITY-KEY-HEADING
               END-IF
      *
               MOVE 'NO ERROR-MARGIN CELL REACHES THIS SECTOR'
                 TO OUT-SENK-CELL-TEXT
               WRITE OUT-REC FROM OUT-SENK-LINE
               ADD 1 TO RPT-LINE-COUNT
      *
           ELSE
      *
               PERFORM PRINT-SENSITIVITY-KEY-CELL
                 VARYING SEN-TOP-IND FROM 1 BY 1
                 UNTIL SEN-TOP-IND > SEN-TOP-COUNT
      *
           END-IF.
      **
      **
       ADD-SENSITIVITY-VARIANCE.
           MOVE SEN-CELL-ROW (SEN-CELL-IND) TO ROW-IND
           MOVE SEN-CELL-COL (SEN-CELL-IND) TO COL-IND
      *
           IF LTF-ELM (COL-IND, SEN-SECTOR) NOT = 0
      *
               COMPUTE SEN-GRAD ROUNDED = MULT-ELM (ROW-IND)
                 * LTF-ELM (COL-IND, SEN-SECTOR)
                 * COEF-ELM (ROW-IND, COL-IND)
                 * SEN-RSE-ELM (ROW-IND, COL-IND) / 100
               END-COMPUTE
               COMPUTE SEN-VAR-WORK ROUNDED = SEN-GRAD * SEN-GRAD
               ADD SEN-VAR-WORK TO SEN-VAR-TOTAL
      *
               IF SEN-VAR-WORK > 0
                   PERFORM INSERT-SENSITIVITY-TOP
               END-IF
      *
           END-IF.
      **
      **
       INSERT-SENSITIVITY-TOP.
           MOVE 0 TO SEN-TOP-SLOT
      *
           PERFORM FIND-SENSITIVITY-TOP-SLOT
             VARYING SEN-TOP-IND FROM 1 BY 1
             UNTIL SEN-TOP-IND > SEN-TOP-COUNT OR SEN-TOP-SLOT > 0
      *
           IF SEN-TOP-SLOT = 0 AND SEN-TOP-COUNT < SEN-TOP-MAX
               COMPUTE SEN-TOP-SLOT = SEN-TOP-COUNT + 1
           END-IF
      *
           IF SEN-TOP-SLOT > 0
      *
               IF SEN-TOP-COUNT < SEN-TOP-MAX
                   ADD 1 TO SEN-TOP-COUNT
               END-IF
      *
               PERFORM SHIFT-SENSITIVITY-TOP
                 VARYING SEN-TOP-IND FROM SEN-TOP-COUNT BY -1
                 UNTIL SEN-TOP-IND <= SEN-TOP-SLOT
      *
               MOVE SEN-CELL-IND TO SEN-TOP-CELL (SEN-TOP-SLOT)
               MOVE SEN-VAR-WORK TO SEN-TOP-VAR (SEN-TOP-SLOT)
      *
           END-IF.
      **
      **
       FIND-SENSITIVITY-TOP-SLOT.
           IF SEN-VAR-WORK > SEN-TOP-VAR (SEN-TOP-IND)
               MOVE SEN-TOP-IND TO SEN-TOP-SLOT
           END-IF.
      **
      **
       SHIFT-SENSITIVITY-TOP.
           COMPUTE SEN-TOP-PREV = SEN-TOP-IND - 1
           MOVE SEN-TOP-CELL (SEN-TOP-PREV)
             TO SEN-TOP-CELL (SEN-TOP-IND)
           MOVE SEN-TOP-VAR (SEN-TOP-PREV)
             TO SEN-TOP-VAR (SEN-TOP-IND).
      **
      **
       PRINT-SENSITIVITY-KEY-CELL.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-SENSITIVITY-KEY-HEADING
           END-IF
      *
           MOVE SEN-TOP-CELL (SEN-TOP-IND) TO SEN-CELL-IND
           MOVE SEN-CELL-ROW (SEN-CELL-IND) TO ROW-IND
           MOVE SEN-CELL-COL (SEN-CELL-IND) TO COL-IND
      *
           MOVE ROW-IND TO OUT-SENK-ROW
           MOVE ',' TO OUT-SENK-COMMA
           MOVE COL-IND TO OUT-SENK-COL
           MOVE COEF-ELM (ROW-IND, COL-IND) TO OUT-SENK-COEF
           IF PUBLISH-ON AND CELL-SUPPRESSED (ROW-IND, COL-IND)
               MOVE DISCLOSURE-MARK (5:10) TO OUT-SENK-COEF-MASK
           END-IF
           MOVE SEN-RSE-ELM (ROW-IND, COL-IND) TO OUT-SENK-RSE
           COMPUTE SEN-SHARE-WORK ROUNDED =
             SEN-TOP-VAR (SEN-TOP-IND) * 100 / SEN-VAR-TOTAL
           MOVE SEN-SHARE-WORK TO OUT-SENK-SHARE
      *
           WRITE OUT-REC FROM OUT-SENK-LINE
           ADD 1 TO RPT-LINE-COUNT
      *
           MOVE SPACES TO OUT-SENK-LINE.
      **
      **
       WRITE-SENSITIVITY-KEY-HEADING.
           PERFORM WRITE-PAGE-HEADING
      *
           WRITE OUT-REC FROM OUT-BASIS-LINE
           WRITE OUT-REC FROM OUT-SEN-COUNT-LINE
           WRITE OUT-REC FROM OUT-SENK-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       BUILD-REQUIRED-OUTPUT.
           WRITE OUT-REC FROM OUT-BASIS-LINE
           WRITE OUT-REC FROM OUT-REQOUT-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       BUILD-OUTPUT-CHANGE.
           WRITE OUT-REC FROM OUT-BASIS-LINE
           WRITE OUT-REC FROM OUT-CHANGE-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
      **
      **
       PRINT-REGION-CHANGE.
           END-PERFORM
           WRITE OUT-REC FROM OUT-CMPR-COL-HEADING
      *
           MOVE RPT-HDG-LINES TO RPT-LINE-COUNT.
