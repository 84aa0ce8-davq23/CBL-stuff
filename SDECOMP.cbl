      *****************************************************************
      * Program name:    SDECOMP
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/2026 DQ              Created - structural decomposition
      *                            of the change in required output
      *                            between two quarters.  Pulls both
      *                            as-of dates' IO and LTF cells from
      *                            the inverse repository and each
      *                            quarter's final demand, splits
      *                            every sector's output change into
      *                            technology, demand-level, demand-
      *                            mix and interaction effects, and
      *                            ranks the sectors by the size of
      *                            the change with group subtotals
      * 10/15/2026 DQ              Multi-regional runs - REGIONS= card
      *                            maps region-coded final demand to
      *                            the stored run's rows.  Constant-
      *                            price dates read each quarter's
      *                            price indexes (BPCDD, CPCDD) and
      *                            deflate final demand as LEONTIEF
      *                            did when it stored the inverse
      *
      * Description: Decomposes the change in required output between
      *              two stored LEONTIEF runs
      *
      * With L the Leontief inverse, y the total of final demand and
      * s the sector shares of final demand (f = y * s), required
      * output is x = L f.  Subscript 0 is the base quarter and 1 the
      * current one.  The two polar forms of the change are the
      * base-weighted one
      *     DX = DL f0 + L0 DY s0 + L0 y0 DS + remainder
      * and the current-weighted one
      *     DX = DL f1 + L1 DY s1 + L1 y1 DS + remainder
      * and each effect reported is the average of its two polar
      * values:
      *     TECHNOLOGY   = (DL f0 + DL f1) / 2
      *     DEMAND LEVEL = (L0 DY s0 + L1 DY s1) / 2
      *     DEMAND MIX   = (L0 y0 DS + L1 y1 DS) / 2
      *     INTERACTION  = DX less the three effects above, the part
      *                    of the change that comes from technology
      *                    and demand moving together
      * so the four effects add to the output change of every sector.
      * The IO cells give each sector's total input coefficient in
      * both quarters, printed with the output levels.
      *
      * Parameter cards (PRMDD, * in column one = comment):
      *   BASEASOF=20260331         as-of date of the base quarter
      *   CURRASOF=20260630         as-of date of the current quarter
      *   SECTORS=100               sector count of both stored runs
      *   REGIONS=2                 region count of a multi-regional
      *                             run (1 through 3, default 1)
      *
      * Final demand (BDMDD base quarter, CDMDD current quarter) is in
      * the LEONTIEF DEMFILE layout, HDR/TRL control records
      * included; a header dated other than the quarter's as-of date,
      * or a trailer that does not reconcile, rejects the run.
      * Sector codes are the stored run's row numbers.  With REGIONS=
      * greater than 1 the codes are within-region and the row is
      * (region - 1) * (SECTORS / REGIONS) + sector, as in LEONTIEF;
      * without it a record coded for region 2 or 3 is rejected.
      *
      * When the two dates were stored at constant prices (price basis
      * C) final demand is deflated with each quarter's price indexes
      * (BPCDD base quarter, CPCDD current quarter) in the LEONTIEF
      * PRCFILE layout - within-region sector codes, every sector
      * present, one base year common to both files.  The files are
      * not opened for current-price dates.
      *
      * Return codes: 0 clean, 4 repository cells missing for a date
      *              (treated as zero), 8 parameter card, final demand
      *              or price index error or the two dates are not on
      *              the same classification version and price basis, 12
      *              repository not available or no cells for a date
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SDECOMP.
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
           SELECT BDMFILE ASSIGN TO BDMDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS BDM-FILE-STATUS.
      *
           SELECT CDMFILE ASSIGN TO CDMDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CDM-FILE-STATUS.
      *
           SELECT BPCFILE ASSIGN TO BPCDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS BPC-FILE-STATUS.
      *
           SELECT CPCFILE ASSIGN TO CPCDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS CPC-FILE-STATUS.
      *
           SELECT SCTFILE ASSIGN TO SCTDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS SCT-FILE-STATUS.
      *
           SELECT AGGFILE ASSIGN TO AGGDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS AGG-FILE-STATUS.
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
      **
      **
       FD  BDMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS BDM-REC.
       01  BDM-REC.
           88 BDM-EOF         VALUE HIGH-VALUES.
           02 FILLER          PIC X(80).
      **
      **
       FD  CDMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS CDM-REC.
       01  CDM-REC.
           88 CDM-EOF         VALUE HIGH-VALUES.
           02 FILLER          PIC X(80).
      **
      **
       FD  BPCFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS BPC-REC.
       01  BPC-REC.
           88 BPC-EOF         VALUE HIGH-VALUES.
           02 FILLER          PIC X(80).
      **
      **
       FD  CPCFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS CPC-REC.
       01  CPC-REC.
           88 CPC-EOF         VALUE HIGH-VALUES.
           02 FILLER          PIC X(80).
      **
      **
       FD  SCTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS SCT-REC.
       01  SCT-REC.
           88 SCT-EOF         VALUE HIGH-VALUES.
           02 SCT-SECTOR-CODE PIC 9(03).
           02 FILLER          PIC X.
           02 SCT-SECTOR-NAME PIC X(20).
           02 FILLER          PIC X(56).
      **
      **
       FD  AGGFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AGG-REC.
       01  AGG-REC.
           88 AGG-EOF          VALUE HIGH-VALUES.
           02 AGG-SECTOR-CODE  PIC 9(03).
           02 FILLER           PIC X(01).
           02 AGG-GROUP-CODE   PIC 9(03).
           02 FILLER           PIC X(01).
           02 AGG-GROUP-NAME   PIC X(20).
           02 FILLER           PIC X(52).
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
      *--------------------------INDICES-----------------------------*
       77  ROW-IND        PIC S9(03) USAGE IS COMP.
       77  COL-IND        PIC S9(03) USAGE IS COMP.
       77  PRD-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  RANK-IND       PIC S9(03) USAGE IS COMP VALUE 0.
       77  RANK-CMP-IND   PIC S9(03) USAGE IS COMP VALUE 0.
       77  RANK-BEST-IND  PIC S9(03) USAGE IS COMP VALUE 0.
       77  RANK-TEMP      PIC S9(03) USAGE IS COMP VALUE 0.
       77  GRP-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  GRP-SUB        PIC S9(03) USAGE IS COMP VALUE 0.
      *-----------------------SINGLE VARIABLES-----------------------*
       77  PRM-FILE-STATUS PIC X(02) VALUE SPACES.
       77  REP-FILE-STATUS PIC X(02) VALUE SPACES.
       77  BDM-FILE-STATUS PIC X(02) VALUE SPACES.
       77  CDM-FILE-STATUS PIC X(02) VALUE SPACES.
       77  BPC-FILE-STATUS PIC X(02) VALUE SPACES.
       77  CPC-FILE-STATUS PIC X(02) VALUE SPACES.
       77  SCT-FILE-STATUS PIC X(02) VALUE SPACES.
       77  AGG-FILE-STATUS PIC X(02) VALUE SPACES.
       77  RUN-RC         PIC S9(04) USAGE IS COMP VALUE 0.
       77  DCMP-SECTORS   PIC S9(03) USAGE IS COMP VALUE 0.
       77  PRM-SECT-NUM   PIC 9(03) VALUE 0.
       77  DCMP-REGIONS   PIC S9(03) USAGE IS COMP VALUE 1.
       77  DCMP-REG-SECTORS PIC S9(03) USAGE IS COMP VALUE 0.
       77  REG-REMAINDER  PIC S9(03) USAGE IS COMP VALUE 0.
       77  DEM-ROW-WORK   PIC S9(03) USAGE IS COMP VALUE 0.
       77  PRC-SECT-WORK  PIC S9(03) USAGE IS COMP VALUE 0.
       77  PRC-REGION-WORK PIC S9(03) USAGE IS COMP VALUE 0.
       77  MATRIX-WORK-ID PIC X(03) VALUE SPACES.
       77  REP-DATE-WORK  PIC X(08) VALUE SPACES.
       77  CELLS-EXPECTED PIC S9(07) USAGE IS COMP VALUE 0.
       77  GRP-MAX        PIC S9(03) USAGE IS COMP VALUE 20.
       77  GRP-COUNT      PIC S9(03) USAGE IS COMP VALUE 0.
       77  GRP-OTHER-IND  PIC S9(03) USAGE IS COMP VALUE 0.
       77  RPT-LINES-PER-PAGE PIC S9(03) USAGE IS COMP VALUE 50.
       77  RPT-LINE-COUNT PIC S9(03) USAGE IS COMP VALUE 0.
       77  RPT-PAGE-COUNT PIC S9(03) USAGE IS COMP VALUE 0.
      *--------------------------AMOUNTS-----------------------------*
       77  LTF-BASE-WORK  PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  LTF-CURR-WORK  PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  DEMAND-CHANGE  PIC S9(10)V9(10) USAGE IS COMP-3 VALUE 0.
       77  ABS-WORK       PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
       77  ABS-BEST       PIC S9(10)V9(08) USAGE IS COMP-3 VALUE 0.
       77  LEVEL-PCT      PIC S9(05)V9(04) USAGE IS COMP-3 VALUE 0.
       77  PRC-FACTOR-WORK PIC S9(07)V9(10) USAGE IS COMP-3 VALUE 0.
      *--------------------------COUNTERS----------------------------*
       77  REP-CELL-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  REP-RANGE-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  DEM-RECORD     PIC S9(07) USAGE IS COMP VALUE 0.
       77  PRC-RECORD     PIC S9(07) USAGE IS COMP VALUE 0.
      *--------------------------SWITCHES----------------------------*
       77  PRM-ERR-SW     PIC X(01) VALUE 'N'.
           88  PRM-ERROR        VALUE 'Y'.
       77  PRM-KEYWORD    PIC X(12) VALUE SPACES.
       77  DEM-ERR-SW     PIC X(01) VALUE 'N'.
           88  DEM-ERROR        VALUE 'Y'.
       77  PRC-ERR-SW     PIC X(01) VALUE 'N'.
           88  PRC-ERROR        VALUE 'Y'.
       77  BROWSE-END-SW  PIC X(01) VALUE 'N'.
           88  BROWSE-END       VALUE 'Y'.
       01  PRM-VALUE-AREA.
           05  PRM-VALUE      PIC X(40) VALUE SPACES.
      *    EACH FINAL DEMAND RECORD IS READ INTO DEM-WORK-REC, THE
      *    LEONTIEF DEMFILE LAYOUT, AND EDITED FOR THE QUARTER IN
      *    PRD-IND (1 = BASE, 2 = CURRENT)
       01  DEM-WORK-REC.
           02 DEM-SECTOR-CODE PIC 9(03).
           02 FILLER          PIC X.
           02 DEMAND-AMT      PIC S9(08)V9(10).
           02 FILLER          PIC X(01).
           02 DEM-REGION      PIC 9(01).
           02 FILLER          PIC X(56).
       01  DEM-CTL-REC REDEFINES DEM-WORK-REC.
           02 DEM-CTL-TYPE    PIC X(03).
              88 DEM-HDR-REC       VALUE 'HDR'.
              88 DEM-TRL-REC       VALUE 'TRL'.
           02 FILLER          PIC X(01).
           02 DEM-CTL-DATE    PIC X(08).
           02 FILLER          PIC X(01).
           02 DEM-CTL-COUNT   PIC 9(07).
           02 FILLER          PIC X(01).
           02 DEM-CTL-HASH    PIC -9(11)V9(10).
           02 FILLER          PIC X(37).
      *    EACH PRICE INDEX RECORD IS READ INTO PRC-WORK-REC, THE
      *    LEONTIEF PRCFILE LAYOUT, AND EDITED FOR THE QUARTER IN
      *    PRD-IND
       01  PRC-WORK-REC.
           02 PRC-SECTOR-CODE PIC 9(03).
           02 FILLER          PIC X(01).
           02 PRC-INDEX       PIC 9(04)V9(04).
           02 FILLER          PIC X(01).
           02 PRC-BASE-YEAR   PIC X(04).
           02 FILLER          PIC X(63).
      *---------------------------TABLES-----------------------------*
      *    PER QUARTER - AS-OF DATE, REPOSITORY STAMPS OF THE FIRST
      *    LTF CELL, FINAL DEMAND CONTROLS AND TOTAL FINAL DEMAND
       01  PERIOD-TABLE.
           05  PRD-ENTRY OCCURS 2 TIMES.
               10  PRD-ASOF        PIC X(08) VALUE SPACES.
               10  PRD-LABEL       PIC X(08) VALUE SPACES.
               10  PRD-CLASS-VER   PIC X(04) VALUE SPACES.
               10  PRD-BASIS       PIC X(01) VALUE SPACES.
               10  PRD-STAMP-SW    PIC X(01) VALUE 'N'.
                   88  PRD-STAMPED       VALUE 'Y'.
               10  PRD-LTF-COUNT   PIC S9(07) USAGE IS COMP VALUE 0.
               10  PRD-IO-COUNT    PIC S9(07) USAGE IS COMP VALUE 0.
               10  PRD-HDR-SW      PIC X(01) VALUE 'N'.
                   88  PRD-HDR-SEEN      VALUE 'Y'.
               10  PRD-TRL-SW      PIC X(01) VALUE 'N'.
                   88  PRD-TRL-SEEN      VALUE 'Y'.
               10  PRD-DEM-COUNT   PIC S9(07) USAGE IS COMP VALUE 0.
               10  PRD-DEM-BAD     PIC S9(07) USAGE IS COMP VALUE 0.
               10  PRD-DEM-HASH    PIC S9(11)V9(10) USAGE IS COMP-3
                                     VALUE 0.
               10  PRD-EXP-COUNT   PIC S9(07) USAGE IS COMP VALUE 0.
               10  PRD-EXP-HASH    PIC S9(11)V9(10) USAGE IS COMP-3
                                     VALUE 0.
               10  PRD-DEM-TOTAL   PIC S9(10)V9(10) USAGE IS COMP-3
                                     VALUE 0.
               10  PRD-PRC-COUNT   PIC S9(07) USAGE IS COMP VALUE 0.
               10  PRD-PRC-BAD     PIC S9(07) USAGE IS COMP VALUE 0.
               10  PRD-PRC-BASE    PIC X(04) VALUE SPACES.
      *    PER QUARTER AND SECTOR - FINAL DEMAND, SHARE OF TOTAL FINAL
      *    DEMAND, REQUIRED OUTPUT, INPUT COEFFICIENT COLUMN TOTAL AND
      *    THE LEVEL AND MIX DEMAND VECTORS OF THAT QUARTER'S POLAR
      *    FORM
       01  PERIOD-SECTOR-TABLE.
           05  PRD-SECTORS OCCURS 2 TIMES.
               10  PRD-SECTOR-ENTRY OCCURS 300 TIMES.
                   15  DEM-ELM     PIC S9(08)V9(10) USAGE IS COMP-3
                                     VALUE 0.
                   15  SHARE-ELM   PIC S9(02)V9(16) USAGE IS COMP-3
                                     VALUE 0.
                   15  OUTPUT-ELM  PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
                   15  IOSUM-ELM   PIC S9(08)V9(10) USAGE IS COMP-3
                                     VALUE 0.
                   15  LVL-DEM-ELM PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
                   15  MIX-DEM-ELM PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
                   15  PRC-INDEX-ELM PIC S9(04)V9(04) USAGE IS COMP-3
                                     VALUE 0.
       01  LTF-MTRX.
           05  PRD-MTRX OCCURS 2 TIMES.
               10  ROW    OCCURS 300 TIMES.
                   15  COLMN  OCCURS 300 TIMES.
                       20  LTF-ELM PIC S9(08)V9(10) USAGE IS COMP-3
                                     VALUE 0.
      *    PER SECTOR - OUTPUT CHANGE AND ITS FOUR EFFECTS
       01  EFFECT-TABLE.
           05  EFFECT-ENTRY OCCURS 300 TIMES.
               10  CHANGE-ELM      PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
               10  TECH-ELM        PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
               10  LEVEL-ELM       PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
               10  MIX-ELM         PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
               10  INTER-ELM       PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
       01  RANK-ORDER-TABLE.
           05  RANK-SECTOR OCCURS 300 TIMES
                PIC S9(03) USAGE IS COMP VALUE 0.
       01  SECTOR-NAME-TABLE.
           05  SECTOR-NAME-ELM OCCURS 300 TIMES PIC X(20) VALUE SPACES.
       01  GROUP-TABLE.
           05  GRP-ENTRY OCCURS 21 TIMES.
               10  GRP-CODE        PIC S9(03) USAGE IS COMP VALUE 0.
               10  GRP-NAME        PIC X(20) VALUE SPACES.
               10  GRP-CHANGE      PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
               10  GRP-TECH        PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
               10  GRP-LEVEL       PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
               10  GRP-MIX         PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
               10  GRP-INTER       PIC S9(10)V9(08) USAGE IS COMP-3
                                     VALUE 0.
       01  GROUP-MAP.
           05  GRP-MAP-ELM OCCURS 300 TIMES
                PIC S9(03) USAGE IS COMP VALUE 0.
       01  EFFECT-TOTALS.
           05  TOT-OUTPUT-BASE PIC S9(10)V9(08) USAGE IS COMP-3
                                 VALUE 0.
           05  TOT-OUTPUT-CURR PIC S9(10)V9(08) USAGE IS COMP-3
                                 VALUE 0.
           05  TOT-CHANGE      PIC S9(10)V9(08) USAGE IS COMP-3
                                 VALUE 0.
           05  TOT-TECH        PIC S9(10)V9(08) USAGE IS COMP-3
                                 VALUE 0.
           05  TOT-LEVEL       PIC S9(10)V9(08) USAGE IS COMP-3
                                 VALUE 0.
           05  TOT-MIX         PIC S9(10)V9(08) USAGE IS COMP-3
                                 VALUE 0.
           05  TOT-INTER       PIC S9(10)V9(08) USAGE IS COMP-3
                                 VALUE 0.
      *----------------------REPORT LINE LAYOUTS---------------------*
       01  RPT-PAGE-HEADING.
           05  FILLER         PIC X(38) VALUE
             'SDECOMP - STRUCTURAL DECOMPOSITION'.
           05  FILLER         PIC X(05) VALUE 'BASE '.
           05  RPT-HDG-BASE   PIC X(08).
           05  FILLER         PIC X(11) VALUE '   CURRENT '.
           05  RPT-HDG-CURR   PIC X(08).
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(05) VALUE 'PAGE '.
           05  RPT-HDG-PAGE   PIC ZZ9.
           05  FILLER         PIC X(02) VALUE SPACES.
       01  RPT-SECTION-LINE.
           05  RPT-SECTION    PIC X(60).
           05  FILLER         PIC X(44) VALUE SPACES.
       01  RPT-LEVEL-HEADING.
           05  FILLER         PIC X(28) VALUE 'TOTALS'.
           05  FILLER         PIC X(16) VALUE '    BASE QUARTER'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE ' CURRENT QUARTER'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(09) VALUE '   CHANGE'.
           05  FILLER         PIC X(31) VALUE SPACES.
       01  RPT-LEVEL-LINE.
           05  RPT-LVL-TEXT   PIC X(28).
           05  RPT-LVL-BASE   PIC -ZZZZZZZZZ9.9999.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-LVL-CURR   PIC -ZZZZZZZZZ9.9999.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-LVL-PCT    PIC -ZZZ9.99.
           05  FILLER         PIC X(01) VALUE '%'.
           05  FILLER         PIC X(31) VALUE SPACES.
       01  RPT-RANK-HEADING.
           05  FILLER         PIC X(29) VALUE 'RNK SCT NAME'.
           05  FILLER         PIC X(15) VALUE '  OUTPUT CHANGE'.
           05  FILLER         PIC X(15) VALUE '     TECHNOLOGY'.
           05  FILLER         PIC X(15) VALUE '   DEMAND LEVEL'.
           05  FILLER         PIC X(15) VALUE '     DEMAND MIX'.
           05  FILLER         PIC X(15) VALUE '    INTERACTION'.
       01  RPT-RANK-LINE.
           05  RPT-RNK-NUM    PIC ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-RNK-SECTOR PIC ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-RNK-NAME   PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-RNK-BLOCK OCCURS 5 TIMES.
               10  FILLER         PIC X(01).
               10  RPT-RNK-VALUE  PIC -ZZZZZZZ9.9999.
       01  RPT-GROUP-HEADING.
           05  FILLER         PIC X(29) VALUE 'GRP     NAME'.
           05  FILLER         PIC X(15) VALUE '  OUTPUT CHANGE'.
           05  FILLER         PIC X(15) VALUE '     TECHNOLOGY'.
           05  FILLER         PIC X(15) VALUE '   DEMAND LEVEL'.
           05  FILLER         PIC X(15) VALUE '     DEMAND MIX'.
           05  FILLER         PIC X(15) VALUE '    INTERACTION'.
       01  RPT-GROUP-LINE.
           05  RPT-GRP-CODE   PIC ZZ9.
           05  FILLER         PIC X(05) VALUE SPACES.
           05  RPT-GRP-NAME   PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-GRP-BLOCK OCCURS 5 TIMES.
               10  FILLER         PIC X(01).
               10  RPT-GRP-VALUE  PIC -ZZZZZZZ9.9999.
       01  RPT-OUTPUT-HEADING.
           05  FILLER         PIC X(24) VALUE 'SCT NAME'.
           05  FILLER         PIC X(15) VALUE '    BASE OUTPUT'.
           05  FILLER         PIC X(15) VALUE ' CURRENT OUTPUT'.
           05  FILLER         PIC X(15) VALUE '    BASE DEMAND'.
           05  FILLER         PIC X(15) VALUE ' CURRENT DEMAND'.
           05  FILLER         PIC X(10) VALUE '  BASE INP'.
           05  FILLER         PIC X(10) VALUE '  CURR INP'.
       01  RPT-OUTPUT-LINE.
           05  RPT-OUT-SECTOR PIC ZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-OUT-NAME   PIC X(20).
           05  RPT-OUT-BLOCK OCCURS 4 TIMES.
               10  FILLER         PIC X(01).
               10  RPT-OUT-VALUE  PIC -ZZZZZZZ9.9999.
           05  RPT-OUT-COEF-BLOCK OCCURS 2 TIMES.
               10  FILLER         PIC X(01).
               10  RPT-OUT-COEF   PIC Z9.999999.
       01  RPT-BASIS-LINE.
           05  FILLER         PIC X(15) VALUE 'PRICE BASIS  - '.
           05  FILLER         PIC X(42) VALUE
             'CONSTANT PRICES, FINAL DEMAND DEFLATED TO '.
           05  RPT-BAS-YEAR   PIC X(04).
           05  FILLER         PIC X(43) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  RPT-CNT-VALUE  PIC ZZZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-CNT-TEXT   PIC X(50).
           05  FILLER         PIC X(46) VALUE SPACES.
      ***
      ***
      ***
       PROCEDURE DIVISION.
      **
      **
       MAIN-PROCEDURE.
           MOVE 'BASE' TO PRD-LABEL (1)
           MOVE 'CURRENT' TO PRD-LABEL (2)
      *
           OPEN INPUT PRMFILE
      *
           IF PRM-FILE-STATUS = '00'
             PERFORM READ-PARAMETER-FILE UNTIL PRM-EOF
             CLOSE PRMFILE
           END-IF
      *
           IF PRD-ASOF (1) = SPACES OR PRD-ASOF (2) = SPACES
               DISPLAY 'BASEASOF= AND CURRASOF= PARAMETER CARDS '
                 'REQUIRED'
               MOVE 'Y' TO PRM-ERR-SW
           END-IF
      *
           IF PRD-ASOF (1) NOT = SPACES
             AND PRD-ASOF (1) NOT < PRD-ASOF (2)
               DISPLAY 'BASEASOF= MUST BE EARLIER THAN CURRASOF='
               MOVE 'Y' TO PRM-ERR-SW
           END-IF
      *
           IF DCMP-SECTORS < 1
               DISPLAY 'SECTORS= PARAMETER CARD REQUIRED'
               MOVE 'Y' TO PRM-ERR-SW
           ELSE
               DIVIDE DCMP-REGIONS INTO DCMP-SECTORS
                 GIVING DCMP-REG-SECTORS REMAINDER REG-REMAINDER
               IF REG-REMAINDER NOT = 0
                   DISPLAY 'SECTORS= ' DCMP-SECTORS ' IS NOT A '
                     'MULTIPLE OF REGIONS= ' DCMP-REGIONS
                   MOVE 'Y' TO PRM-ERR-SW
               END-IF
           END-IF
      *
           IF PRM-ERROR
               DISPLAY 'PARAMETER CARD ERRORS - DECOMPOSITION NOT RUN'
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           OPEN INPUT BDMFILE
      *
           IF BDM-FILE-STATUS = '00'
             MOVE 1 TO PRD-IND
             PERFORM READ-BASE-DEMAND-FILE UNTIL BDM-EOF
             CLOSE BDMFILE
           ELSE
             DISPLAY 'BASE FINAL DEMAND NOT AVAILABLE - BDMFILE OPEN '
               'STATUS ' BDM-FILE-STATUS
             MOVE 'Y' TO DEM-ERR-SW
           END-IF
      *
           OPEN INPUT CDMFILE
      *
           IF CDM-FILE-STATUS = '00'
             MOVE 2 TO PRD-IND
             PERFORM READ-CURRENT-DEMAND-FILE UNTIL CDM-EOF
             CLOSE CDMFILE
           ELSE
             DISPLAY 'CURRENT FINAL DEMAND NOT AVAILABLE - CDMFILE '
               'OPEN STATUS ' CDM-FILE-STATUS
             MOVE 'Y' TO DEM-ERR-SW
           END-IF
      *
           PERFORM CHECK-DEMAND-CONTROLS VARYING PRD-IND FROM 1 BY 1
             UNTIL PRD-IND > 2
      *
           IF DEM-ERROR
               DISPLAY 'FINAL DEMAND ERRORS - DECOMPOSITION NOT RUN'
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           OPEN INPUT SCTFILE
      *
           IF SCT-FILE-STATUS = '00'
             PERFORM READ-SECTOR-NAME-FILE UNTIL SCT-EOF
             CLOSE SCTFILE
           END-IF
      *
           OPEN INPUT AGGFILE
      *
           IF AGG-FILE-STATUS = '00'
             PERFORM READ-AGGREGATION-FILE UNTIL AGG-EOF
             CLOSE AGGFILE
             PERFORM ASSIGN-OTHER-GROUP VARYING ROW-IND FROM 1 BY 1
               UNTIL ROW-IND > DCMP-SECTORS
           END-IF
      *
           OPEN INPUT REPFILE
      *
           IF REP-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN INVERSE REPOSITORY - STATUS '
                 REP-FILE-STATUS
               MOVE 12 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           COMPUTE CELLS-EXPECTED = DCMP-SECTORS * DCMP-SECTORS
      *
           PERFORM LOAD-PERIOD-MATRICES VARYING PRD-IND FROM 1 BY 1
             UNTIL PRD-IND > 2
      *
           CLOSE REPFILE
      *
           IF PRD-LTF-COUNT (1) = 0 OR PRD-LTF-COUNT (2) = 0
               DISPLAY 'NO INVERSE CELLS FOUND FOR ONE OR BOTH AS-OF '
                 'DATES - CHECK THE DATES AGAINST THE REPOSITORY '
                 'LOADS'
               MOVE 12 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           IF REP-RANGE-COUNT > 0
               DISPLAY REP-RANGE-COUNT ' REPOSITORY CELLS LIE BEYOND '
                 'SECTORS= ' DCMP-SECTORS ' - CHECK THE SECTOR COUNT'
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           IF PRD-CLASS-VER (1) NOT = PRD-CLASS-VER (2)
             OR PRD-BASIS (1) NOT = PRD-BASIS (2)
               DISPLAY 'AS-OF DATES NOT COMPARABLE - CLASSIFICATION '
                 'VERSION "' PRD-CLASS-VER (1) '" / "'
                 PRD-CLASS-VER (2) '" PRICE BASIS "' PRD-BASIS (1)
                 '" / "' PRD-BASIS (2) '"'
               DISPLAY 'RESTATE THE BASE QUARTER WITH CNCCONV OR '
                 'CHOOSE DATES ON THE SAME BASIS'
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           IF PRD-LTF-COUNT (1) NOT = CELLS-EXPECTED
             OR PRD-LTF-COUNT (2) NOT = CELLS-EXPECTED
               DISPLAY 'WARNING - INVERSE CELLS MISSING FOR AN AS-OF '
                 'DATE - BASE ' PRD-LTF-COUNT (1) ' CURRENT '
                 PRD-LTF-COUNT (2) ' EXPECTED ' CELLS-EXPECTED
                 ' - TREATED AS ZERO'
               MOVE 4 TO RUN-RC
           END-IF
      *
           IF PRD-BASIS (1) = 'C'
               PERFORM LOAD-PRICE-INDEXES
               IF PRC-ERROR
                   DISPLAY 'PRICE INDEX ERRORS - DECOMPOSITION NOT RUN'
                   MOVE 8 TO RUN-RC
                   GO TO PROGRAM-END
               END-IF
               MOVE 0 TO PRD-DEM-TOTAL (1)
               MOVE 0 TO PRD-DEM-TOTAL (2)
               PERFORM DEFLATE-DEMAND-SECTOR VARYING ROW-IND
                 FROM 1 BY 1 UNTIL ROW-IND > DCMP-SECTORS
               IF PRD-DEM-TOTAL (1) NOT > 0
                 OR PRD-DEM-TOTAL (2) NOT > 0
                   DISPLAY 'DEFLATED FINAL DEMAND TOTAL IS NOT '
                     'POSITIVE - DEMAND SHARES CANNOT BE FORMED'
                   MOVE 8 TO RUN-RC
                   GO TO PROGRAM-END
               END-IF
           END-IF
      *
           PERFORM BUILD-DEMAND-VECTORS VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > DCMP-SECTORS
      *
           PERFORM BUILD-SECTOR-EFFECTS VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > DCMP-SECTORS
      *
           PERFORM INIT-RANK-ORDER VARYING RANK-IND FROM 1 BY 1
             UNTIL RANK-IND > DCMP-SECTORS
           PERFORM SORT-RANK-PASS VARYING RANK-IND FROM 1 BY 1
             UNTIL RANK-IND > DCMP-SECTORS
      *
           OPEN OUTPUT RPTFILE
           MOVE PRD-ASOF (1) TO RPT-HDG-BASE
           MOVE PRD-ASOF (2) TO RPT-HDG-CURR
      *
           PERFORM WRITE-LEVEL-SUMMARY
           PERFORM WRITE-RANKED-EFFECTS
           PERFORM WRITE-GROUP-SUBTOTALS
           PERFORM WRITE-OUTPUT-LEVELS
           PERFORM WRITE-COUNT-LINES
      *
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
               IF PRM-REC = SPACES OR PRM-COMMENT-REC
                   CONTINUE
               ELSE
                   MOVE SPACES TO PRM-KEYWORD
                   MOVE SPACES TO PRM-VALUE
                   UNSTRING PRM-REC DELIMITED BY '='
                     INTO PRM-KEYWORD PRM-VALUE
                   PERFORM APPLY-PARAMETER-CARD
               END-IF
            END-READ.
      **
      **
       APPLY-PARAMETER-CARD.
           IF PRM-KEYWORD = 'BASEASOF'
               MOVE 1 TO PRD-IND
               PERFORM APPLY-ASOF-CARD
           ELSE
            IF PRM-KEYWORD = 'CURRASOF'
               MOVE 2 TO PRD-IND
               PERFORM APPLY-ASOF-CARD
            ELSE
             IF PRM-KEYWORD = 'SECTORS'
               PERFORM APPLY-SECTORS-CARD
             ELSE
              IF PRM-KEYWORD = 'REGIONS'
               PERFORM APPLY-REGIONS-CARD
              ELSE
               DISPLAY 'UNKNOWN PARAMETER KEYWORD - ' PRM-KEYWORD
               MOVE 'Y' TO PRM-ERR-SW
              END-IF
             END-IF
            END-IF
           END-IF.
      **
      **
       APPLY-ASOF-CARD.
           IF PRM-VALUE (1:8) NUMERIC
               MOVE PRM-VALUE (1:8) TO PRD-ASOF (PRD-IND)
           ELSE
               DISPLAY 'INVALID ' PRM-KEYWORD ' VALUE - MUST BE '
                 'YYYYMMDD'
               MOVE 'Y' TO PRM-ERR-SW
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
           IF PRM-SECT-NUM >= 1 AND PRM-SECT-NUM <= 300
               MOVE PRM-SECT-NUM TO DCMP-SECTORS
           ELSE
               DISPLAY 'INVALID SECTORS VALUE - MUST BE 001 '
                 'THROUGH 300'
               MOVE 'Y' TO PRM-ERR-SW
           END-IF.
      **
      **
       APPLY-REGIONS-CARD.
           IF PRM-VALUE (1:1) NUMERIC
             AND PRM-VALUE (2:1) = SPACE
             AND PRM-VALUE (1:1) >= '1'
             AND PRM-VALUE (1:1) <= '3'
               MOVE PRM-VALUE (1:1) TO PRM-SECT-NUM
               MOVE PRM-SECT-NUM TO DCMP-REGIONS
           ELSE
               DISPLAY 'INVALID REGIONS VALUE - MUST BE 1 THROUGH 3'
               MOVE 'Y' TO PRM-ERR-SW
           END-IF.
      **
      **
       READ-BASE-DEMAND-FILE.
            READ BDMFILE INTO DEM-WORK-REC
      *
             AT END
              SET BDM-EOF TO TRUE
      *
             NOT AT END
              PERFORM EDIT-DEMAND-RECORD
            END-READ.
      **
      **
       READ-CURRENT-DEMAND-FILE.
            READ CDMFILE INTO DEM-WORK-REC
      *
             AT END
              SET CDM-EOF TO TRUE
      *
             NOT AT END
              PERFORM EDIT-DEMAND-RECORD
            END-READ.
      **
      **
       EDIT-DEMAND-RECORD.
           IF DEM-HDR-REC
      *
               SET PRD-HDR-SEEN (PRD-IND) TO TRUE
      *
               IF DEM-CTL-DATE NOT = PRD-ASOF (PRD-IND)
                   DISPLAY PRD-LABEL (PRD-IND) ' FINAL DEMAND HEADER '
                     'DATED ' DEM-CTL-DATE ' - AS-OF DATE IS '
                     PRD-ASOF (PRD-IND)
                   MOVE 'Y' TO DEM-ERR-SW
               END-IF
      *
           ELSE
            IF DEM-TRL-REC
      *
               SET PRD-TRL-SEEN (PRD-IND) TO TRUE
               MOVE DEM-CTL-COUNT TO PRD-EXP-COUNT (PRD-IND)
               MOVE DEM-CTL-HASH TO PRD-EXP-HASH (PRD-IND)
      *
            ELSE
      *
               ADD 1 TO PRD-DEM-COUNT (PRD-IND)
      *
               MOVE 0 TO DEM-ROW-WORK
               IF DEM-SECTOR-CODE NUMERIC AND DEMAND-AMT NUMERIC
                   PERFORM LOCATE-DEMAND-ROW
               END-IF
      *
               IF DEM-ROW-WORK = 0
                   MOVE PRD-DEM-COUNT (PRD-IND) TO DEM-RECORD
                   DISPLAY 'INVALID ' PRD-LABEL (PRD-IND) ' FINAL '
                     'DEMAND RECORD ' DEM-RECORD ' - REGION OR SECTOR '
                     'OUT OF RANGE OR AMOUNT NOT NUMERIC'
                   ADD 1 TO PRD-DEM-BAD (PRD-IND)
               ELSE
                   ADD DEMAND-AMT TO PRD-DEM-HASH (PRD-IND)
                   ADD DEMAND-AMT
                     TO DEM-ELM (PRD-IND, DEM-ROW-WORK)
                   ADD DEMAND-AMT TO PRD-DEM-TOTAL (PRD-IND)
               END-IF
      *
            END-IF
           END-IF.
      **
      **
       LOCATE-DEMAND-ROW.
           IF DCMP-REGIONS > 1
      *
               IF DEM-REGION NUMERIC AND DEM-REGION >= 1
                 AND DEM-REGION <= DCMP-REGIONS
                 AND DEM-SECTOR-CODE >= 1
                 AND DEM-SECTOR-CODE <= DCMP-REG-SECTORS
                   COMPUTE DEM-ROW-WORK =
                     (DEM-REGION - 1) * DCMP-REG-SECTORS
                     + DEM-SECTOR-CODE
               END-IF
      *
           ELSE
      *
               IF DEM-SECTOR-CODE >= 1
                 AND DEM-SECTOR-CODE <= DCMP-SECTORS
                   MOVE DEM-SECTOR-CODE TO DEM-ROW-WORK
                   IF DEM-REGION NUMERIC
                       IF DEM-REGION > 1
                           DISPLAY PRD-LABEL (PRD-IND) ' FINAL DEMAND '
                             'CODED FOR REGION ' DEM-REGION
                             ' - GIVE THE REGIONS= CARD'
                           MOVE 0 TO DEM-ROW-WORK
                       END-IF
                   END-IF
               END-IF
      *
           END-IF.
      **
      **
       CHECK-DEMAND-CONTROLS.
           IF PRD-DEM-BAD (PRD-IND) > 0
               DISPLAY PRD-LABEL (PRD-IND) ' FINAL DEMAND - BAD '
                 'RECORD COUNT = ' PRD-DEM-BAD (PRD-IND)
               MOVE 'Y' TO DEM-ERR-SW
           END-IF
      *
           IF PRD-TRL-SEEN (PRD-IND)
      *
               IF PRD-EXP-COUNT (PRD-IND) NOT = PRD-DEM-COUNT (PRD-IND)
                 OR PRD-EXP-HASH (PRD-IND) NOT = PRD-DEM-HASH (PRD-IND)
                   DISPLAY PRD-LABEL (PRD-IND) ' FINAL DEMAND CONTROL '
                     'TOTALS DO NOT RECONCILE - EXPECTED COUNT '
                     PRD-EXP-COUNT (PRD-IND) ' RECEIVED '
                     PRD-DEM-COUNT (PRD-IND)
                   MOVE 'Y' TO DEM-ERR-SW
               END-IF
      *
           ELSE
      *
               IF PRD-HDR-SEEN (PRD-IND)
                   DISPLAY PRD-LABEL (PRD-IND) ' FINAL DEMAND HEADER '
                     'PRESENT BUT TRAILER MISSING - FILE MAY BE '
                     'TRUNCATED'
                   MOVE 'Y' TO DEM-ERR-SW
               END-IF
      *
           END-IF
      *
           IF PRD-DEM-TOTAL (PRD-IND) NOT > 0
               DISPLAY PRD-LABEL (PRD-IND) ' FINAL DEMAND TOTAL IS '
                 'NOT POSITIVE - DEMAND SHARES CANNOT BE FORMED'
               MOVE 'Y' TO DEM-ERR-SW
           END-IF.
      **
      **
       LOAD-PRICE-INDEXES.
           OPEN INPUT BPCFILE
      *
           IF BPC-FILE-STATUS = '00'
             MOVE 1 TO PRD-IND
             PERFORM READ-BASE-PRICE-FILE UNTIL BPC-EOF
             CLOSE BPCFILE
           ELSE
             DISPLAY 'BASE PRICE INDEXES NOT AVAILABLE - BPCFILE OPEN '
               'STATUS ' BPC-FILE-STATUS
             MOVE 'Y' TO PRC-ERR-SW
           END-IF
      *
           OPEN INPUT CPCFILE
      *
           IF CPC-FILE-STATUS = '00'
             MOVE 2 TO PRD-IND
             PERFORM READ-CURRENT-PRICE-FILE UNTIL CPC-EOF
             CLOSE CPCFILE
           ELSE
             DISPLAY 'CURRENT PRICE INDEXES NOT AVAILABLE - CPCFILE '
               'OPEN STATUS ' CPC-FILE-STATUS
             MOVE 'Y' TO PRC-ERR-SW
           END-IF
      *
           IF NOT PRC-ERROR
               PERFORM CHECK-PRICE-CONTROLS VARYING PRD-IND
                 FROM 1 BY 1 UNTIL PRD-IND > 2
           END-IF
      *
           IF NOT PRC-ERROR
             AND PRD-PRC-BASE (1) NOT = PRD-PRC-BASE (2)
               DISPLAY 'PRICE INDEX BASE YEARS DIFFER - BASE '
                 PRD-PRC-BASE (1) ' CURRENT ' PRD-PRC-BASE (2)
               MOVE 'Y' TO PRC-ERR-SW
           END-IF.
      **
      **
       READ-BASE-PRICE-FILE.
            READ BPCFILE INTO PRC-WORK-REC
      *
             AT END
              SET BPC-EOF TO TRUE
      *
             NOT AT END
              PERFORM EDIT-PRICE-RECORD
            END-READ.
      **
      **
       READ-CURRENT-PRICE-FILE.
            READ CPCFILE INTO PRC-WORK-REC
      *
             AT END
              SET CPC-EOF TO TRUE
      *
             NOT AT END
              PERFORM EDIT-PRICE-RECORD
            END-READ.
      **
      **
       EDIT-PRICE-RECORD.
           ADD 1 TO PRD-PRC-COUNT (PRD-IND)
           MOVE PRD-PRC-COUNT (PRD-IND) TO PRC-RECORD
      *
           IF PRC-SECTOR-CODE NOT NUMERIC
             OR PRC-INDEX NOT NUMERIC
             OR PRC-SECTOR-CODE < 1
             OR PRC-SECTOR-CODE > DCMP-REG-SECTORS
             OR PRC-INDEX = 0
               DISPLAY 'INVALID ' PRD-LABEL (PRD-IND) ' PRICE INDEX '
                 'RECORD ' PRC-RECORD ' - SECTOR OR INDEX OUT OF RANGE'
               ADD 1 TO PRD-PRC-BAD (PRD-IND)
           ELSE
            IF PRC-BASE-YEAR NOT NUMERIC
               DISPLAY 'INVALID ' PRD-LABEL (PRD-IND) ' PRICE INDEX '
                 'RECORD ' PRC-RECORD ' - BASE PERIOD NOT A YEAR'
               ADD 1 TO PRD-PRC-BAD (PRD-IND)
            ELSE
             IF PRD-PRC-BASE (PRD-IND) NOT = SPACES
               AND PRC-BASE-YEAR NOT = PRD-PRC-BASE (PRD-IND)
               DISPLAY 'INVALID ' PRD-LABEL (PRD-IND) ' PRICE INDEX '
                 'RECORD ' PRC-RECORD ' - BASE PERIOD ' PRC-BASE-YEAR
                 ' DIFFERS FROM ' PRD-PRC-BASE (PRD-IND)
               ADD 1 TO PRD-PRC-BAD (PRD-IND)
             ELSE
               MOVE PRC-BASE-YEAR TO PRD-PRC-BASE (PRD-IND)
               MOVE PRC-INDEX
                 TO PRC-INDEX-ELM (PRD-IND, PRC-SECTOR-CODE)
             END-IF
            END-IF
           END-IF.
      **
      **
       CHECK-PRICE-CONTROLS.
           IF PRD-PRC-BAD (PRD-IND) > 0
               DISPLAY PRD-LABEL (PRD-IND) ' PRICE INDEXES - BAD '
                 'RECORD COUNT = ' PRD-PRC-BAD (PRD-IND)
               MOVE 'Y' TO PRC-ERR-SW
           END-IF
      *
           PERFORM CHECK-PRICE-SECTOR VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > DCMP-REG-SECTORS.
      **
      **
       CHECK-PRICE-SECTOR.
           IF PRC-INDEX-ELM (PRD-IND, ROW-IND) = 0
               DISPLAY 'NO ' PRD-LABEL (PRD-IND) ' PRICE INDEX FOR '
                 'SECTOR ' ROW-IND
               MOVE 'Y' TO PRC-ERR-SW
           END-IF.
      **
      **
       DEFLATE-DEMAND-SECTOR.
           IF DCMP-REGIONS > 1
               DIVIDE DCMP-REG-SECTORS INTO ROW-IND
                 GIVING PRC-REGION-WORK REMAINDER PRC-SECT-WORK
               IF PRC-SECT-WORK = 0
                   MOVE DCMP-REG-SECTORS TO PRC-SECT-WORK
               END-IF
           ELSE
               MOVE ROW-IND TO PRC-SECT-WORK
           END-IF
      *
           PERFORM DEFLATE-PERIOD-DEMAND VARYING PRD-IND FROM 1 BY 1
             UNTIL PRD-IND > 2.
      **
      **
       DEFLATE-PERIOD-DEMAND.
           COMPUTE PRC-FACTOR-WORK ROUNDED =
             100 / PRC-INDEX-ELM (PRD-IND, PRC-SECT-WORK)
           COMPUTE DEM-ELM (PRD-IND, ROW-IND) ROUNDED =
             DEM-ELM (PRD-IND, ROW-IND) * PRC-FACTOR-WORK
           ADD DEM-ELM (PRD-IND, ROW-IND) TO PRD-DEM-TOTAL (PRD-IND).
      **
      **
       READ-SECTOR-NAME-FILE.
            READ SCTFILE
      *
             AT END
              SET SCT-EOF TO TRUE
      *
             NOT AT END
               IF SCT-SECTOR-CODE >= 1 AND SCT-SECTOR-CODE <= 300
                 MOVE SCT-SECTOR-NAME
                   TO SECTOR-NAME-ELM (SCT-SECTOR-CODE)
               END-IF
            END-READ.
      **
      **
       READ-AGGREGATION-FILE.
            READ AGGFILE
      *
             AT END
              SET AGG-EOF TO TRUE
      *
             NOT AT END
               IF AGG-SECTOR-CODE >= 1
                 AND AGG-SECTOR-CODE <= DCMP-SECTORS
      *
                 PERFORM LOCATE-GROUP
      *
                 IF GRP-IND > 0
                   MOVE GRP-IND TO GRP-MAP-ELM (AGG-SECTOR-CODE)
                   MOVE AGG-GROUP-NAME TO GRP-NAME (GRP-IND)
                 END-IF
      *
               ELSE
                 DISPLAY 'INVALID AGGREGATION RECORD - SECTOR OUT OF '
                   'RANGE - SECTOR=' AGG-SECTOR-CODE
               END-IF
            END-READ.
      **
      **
       LOCATE-GROUP.
           MOVE 0 TO GRP-IND
           PERFORM MATCH-GROUP-CODE VARYING GRP-SUB FROM 1 BY 1
             UNTIL GRP-SUB > GRP-COUNT OR GRP-IND > 0
      *
           IF GRP-IND = 0
      *
               IF GRP-COUNT < GRP-MAX
                   ADD 1 TO GRP-COUNT
                   MOVE GRP-COUNT TO GRP-IND
                   MOVE AGG-GROUP-CODE TO GRP-CODE (GRP-IND)
               ELSE
                   DISPLAY 'TOO MANY AGGREGATION GROUPS - GROUP '
                     AGG-GROUP-CODE ' IGNORED'
               END-IF
      *
           END-IF.
      **
      **
       MATCH-GROUP-CODE.
           IF GRP-CODE (GRP-SUB) = AGG-GROUP-CODE
               MOVE GRP-SUB TO GRP-IND
           END-IF.
      **
      **
       ASSIGN-OTHER-GROUP.
           IF GRP-MAP-ELM (ROW-IND) = 0
      *
               IF GRP-OTHER-IND = 0
                   ADD 1 TO GRP-COUNT
                   MOVE GRP-COUNT TO GRP-OTHER-IND
                   MOVE 0 TO GRP-CODE (GRP-OTHER-IND)
                   MOVE 'OTHER' TO GRP-NAME (GRP-OTHER-IND)
               END-IF
      *
               MOVE GRP-OTHER-IND TO GRP-MAP-ELM (ROW-IND)
      *
           END-IF.
      **
      **
       LOAD-PERIOD-MATRICES.
           MOVE PRD-ASOF (PRD-IND) TO REP-DATE-WORK
      *
           MOVE 'IO ' TO MATRIX-WORK-ID
           MOVE 0 TO REP-CELL-COUNT
           PERFORM START-REPOSITORY-BROWSE
           PERFORM LOAD-REPOSITORY-CELL UNTIL BROWSE-END
           MOVE REP-CELL-COUNT TO PRD-IO-COUNT (PRD-IND)
      *
           MOVE 'LTF' TO MATRIX-WORK-ID
           MOVE 0 TO REP-CELL-COUNT
           PERFORM START-REPOSITORY-BROWSE
           PERFORM LOAD-REPOSITORY-CELL UNTIL BROWSE-END
           MOVE REP-CELL-COUNT TO PRD-LTF-COUNT (PRD-IND).
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
               IF REP-ROW < 1 OR REP-ROW > DCMP-SECTORS
                  OR REP-COLMN < 1 OR REP-COLMN > DCMP-SECTORS
                ADD 1 TO REP-RANGE-COUNT
               ELSE
                ADD 1 TO REP-CELL-COUNT
                IF MATRIX-WORK-ID = 'LTF'
                 MOVE REP-NUM TO LTF-ELM (PRD-IND, REP-ROW, REP-COLMN)
                 IF NOT PRD-STAMPED (PRD-IND)
                  MOVE REP-CLASS-VER TO PRD-CLASS-VER (PRD-IND)
                  MOVE REP-PRICE-BASIS TO PRD-BASIS (PRD-IND)
                  SET PRD-STAMPED (PRD-IND) TO TRUE
                 END-IF
                ELSE
                 ADD REP-NUM TO IOSUM-ELM (PRD-IND, REP-COLMN)
                END-IF
               END-IF
              END-IF
      *
            END-READ.
      **
      **
       BUILD-DEMAND-VECTORS.
           COMPUTE SHARE-ELM (1, COL-IND) ROUNDED =
             DEM-ELM (1, COL-IND) / PRD-DEM-TOTAL (1)
           COMPUTE SHARE-ELM (2, COL-IND) ROUNDED =
             DEM-ELM (2, COL-IND) / PRD-DEM-TOTAL (2)
      *
           COMPUTE DEMAND-CHANGE = PRD-DEM-TOTAL (2) - PRD-DEM-TOTAL (1)
      *
           COMPUTE LVL-DEM-ELM (1, COL-IND) ROUNDED =
             DEMAND-CHANGE * SHARE-ELM (1, COL-IND)
           COMPUTE LVL-DEM-ELM (2, COL-IND) ROUNDED =
             DEMAND-CHANGE * SHARE-ELM (2, COL-IND)
      *
           COMPUTE MIX-DEM-ELM (1, COL-IND) ROUNDED =
             PRD-DEM-TOTAL (1) *
             (SHARE-ELM (2, COL-IND) - SHARE-ELM (1, COL-IND))
           COMPUTE MIX-DEM-ELM (2, COL-IND) ROUNDED =
             PRD-DEM-TOTAL (2) *
             (SHARE-ELM (2, COL-IND) - SHARE-ELM (1, COL-IND)).
      **
      **
       BUILD-SECTOR-EFFECTS.
           MOVE 0 TO OUTPUT-ELM (1, ROW-IND)
           MOVE 0 TO OUTPUT-ELM (2, ROW-IND)
           MOVE 0 TO TECH-ELM (ROW-IND)
           MOVE 0 TO LEVEL-ELM (ROW-IND)
           MOVE 0 TO MIX-ELM (ROW-IND)
      *
           PERFORM ADD-SECTOR-EFFECT VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > DCMP-SECTORS
      *
           COMPUTE TECH-ELM (ROW-IND) ROUNDED = TECH-ELM (ROW-IND) / 2
           COMPUTE LEVEL-ELM (ROW-IND) ROUNDED = LEVEL-ELM (ROW-IND) / 2
           COMPUTE MIX-ELM (ROW-IND) ROUNDED = MIX-ELM (ROW-IND) / 2
      *
           COMPUTE CHANGE-ELM (ROW-IND) =
             OUTPUT-ELM (2, ROW-IND) - OUTPUT-ELM (1, ROW-IND)
           COMPUTE INTER-ELM (ROW-IND) = CHANGE-ELM (ROW-IND)
             - TECH-ELM (ROW-IND) - LEVEL-ELM (ROW-IND)
             - MIX-ELM (ROW-IND).
      **
      **
       ADD-SECTOR-EFFECT.
           MOVE LTF-ELM (1, ROW-IND, COL-IND) TO LTF-BASE-WORK
           MOVE LTF-ELM (2, ROW-IND, COL-IND) TO LTF-CURR-WORK
      *
           IF LTF-BASE-WORK NOT = 0 OR LTF-CURR-WORK NOT = 0
      *
               COMPUTE OUTPUT-ELM (1, ROW-IND) ROUNDED =
                 OUTPUT-ELM (1, ROW-IND) +
                 (LTF-BASE-WORK * DEM-ELM (1, COL-IND))
               COMPUTE OUTPUT-ELM (2, ROW-IND) ROUNDED =
                 OUTPUT-ELM (2, ROW-IND) +
                 (LTF-CURR-WORK * DEM-ELM (2, COL-IND))
      *
               COMPUTE TECH-ELM (ROW-IND) ROUNDED = TECH-ELM (ROW-IND)
                 + ((LTF-CURR-WORK - LTF-BASE-WORK) *
                 (DEM-ELM (1, COL-IND) + DEM-ELM (2, COL-IND)))
      *
               COMPUTE LEVEL-ELM (ROW-IND) ROUNDED = LEVEL-ELM (ROW-IND)
                 + (LTF-BASE-WORK * LVL-DEM-ELM (1, COL-IND))
                 + (LTF-CURR-WORK * LVL-DEM-ELM (2, COL-IND))
      *
               COMPUTE MIX-ELM (ROW-IND) ROUNDED = MIX-ELM (ROW-IND)
                 + (LTF-BASE-WORK * MIX-DEM-ELM (1, COL-IND))
                 + (LTF-CURR-WORK * MIX-DEM-ELM (2, COL-IND))
      *
           END-IF.
      **
      **
       INIT-RANK-ORDER.
           MOVE RANK-IND TO RANK-SECTOR (RANK-IND).
      **
      **
       SORT-RANK-PASS.
           MOVE RANK-IND TO RANK-BEST-IND
           MOVE CHANGE-ELM (RANK-SECTOR (RANK-IND)) TO ABS-BEST
           IF ABS-BEST < 0
               COMPUTE ABS-BEST = 0 - ABS-BEST
           END-IF
      *
           COMPUTE RANK-CMP-IND = RANK-IND + 1
      *
           PERFORM FIND-RANK-BEST VARYING RANK-CMP-IND
             FROM RANK-CMP-IND BY 1 UNTIL RANK-CMP-IND > DCMP-SECTORS
      *
           IF RANK-BEST-IND NOT = RANK-IND
               MOVE RANK-SECTOR (RANK-IND) TO RANK-TEMP
               MOVE RANK-SECTOR (RANK-BEST-IND)
                 TO RANK-SECTOR (RANK-IND)
               MOVE RANK-TEMP TO RANK-SECTOR (RANK-BEST-IND)
           END-IF.
      **
      **
       FIND-RANK-BEST.
           MOVE CHANGE-ELM (RANK-SECTOR (RANK-CMP-IND)) TO ABS-WORK
           IF ABS-WORK < 0
               COMPUTE ABS-WORK = 0 - ABS-WORK
           END-IF
      *
           IF ABS-WORK > ABS-BEST
               MOVE RANK-CMP-IND TO RANK-BEST-IND
               MOVE ABS-WORK TO ABS-BEST
           END-IF.
      **
      **
       WRITE-PAGE-HEADING.
           ADD 1 TO RPT-PAGE-COUNT
           MOVE RPT-PAGE-COUNT TO RPT-HDG-PAGE
           WRITE RPT-REC FROM RPT-PAGE-HEADING
           MOVE 0 TO RPT-LINE-COUNT.
      **
      **
       WRITE-LEVEL-SUMMARY.
           PERFORM WRITE-PAGE-HEADING
      *
           WRITE RPT-REC FROM RPT-LEVEL-HEADING
      *
           MOVE 'TOTAL FINAL DEMAND' TO RPT-LVL-TEXT
           MOVE PRD-DEM-TOTAL (1) TO RPT-LVL-BASE
           MOVE PRD-DEM-TOTAL (2) TO RPT-LVL-CURR
           COMPUTE LEVEL-PCT ROUNDED = (PRD-DEM-TOTAL (2) -
             PRD-DEM-TOTAL (1)) * 100 / PRD-DEM-TOTAL (1)
           MOVE LEVEL-PCT TO RPT-LVL-PCT
           WRITE RPT-REC FROM RPT-LEVEL-LINE
      *
           PERFORM ADD-EFFECT-TOTALS VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > DCMP-SECTORS
      *
           MOVE 'TOTAL REQUIRED OUTPUT' TO RPT-LVL-TEXT
           MOVE TOT-OUTPUT-BASE TO RPT-LVL-BASE
           MOVE TOT-OUTPUT-CURR TO RPT-LVL-CURR
           MOVE 0 TO LEVEL-PCT
           IF TOT-OUTPUT-BASE NOT = 0
               COMPUTE LEVEL-PCT ROUNDED = (TOT-OUTPUT-CURR -
                 TOT-OUTPUT-BASE) * 100 / TOT-OUTPUT-BASE
           END-IF
           MOVE LEVEL-PCT TO RPT-LVL-PCT
           WRITE RPT-REC FROM RPT-LEVEL-LINE
      *
           IF PRD-BASIS (1) = 'C'
               MOVE PRD-PRC-BASE (1) TO RPT-BAS-YEAR
               WRITE RPT-REC FROM RPT-BASIS-LINE
               ADD 1 TO RPT-LINE-COUNT
           END-IF
      *
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           ADD 3 TO RPT-LINE-COUNT.
      **
      **
       ADD-EFFECT-TOTALS.
           ADD OUTPUT-ELM (1, ROW-IND) TO TOT-OUTPUT-BASE
           ADD OUTPUT-ELM (2, ROW-IND) TO TOT-OUTPUT-CURR
           ADD CHANGE-ELM (ROW-IND) TO TOT-CHANGE
           ADD TECH-ELM (ROW-IND) TO TOT-TECH
           ADD LEVEL-ELM (ROW-IND) TO TOT-LEVEL
           ADD MIX-ELM (ROW-IND) TO TOT-MIX
           ADD INTER-ELM (ROW-IND) TO TOT-INTER
      *
           IF AGG-FILE-STATUS = '00'
               MOVE GRP-MAP-ELM (ROW-IND) TO GRP-IND
               ADD CHANGE-ELM (ROW-IND) TO GRP-CHANGE (GRP-IND)
               ADD TECH-ELM (ROW-IND) TO GRP-TECH (GRP-IND)
               ADD LEVEL-ELM (ROW-IND) TO GRP-LEVEL (GRP-IND)
               ADD MIX-ELM (ROW-IND) TO GRP-MIX (GRP-IND)
               ADD INTER-ELM (ROW-IND) TO GRP-INTER (GRP-IND)
           END-IF.
      **
      **
       WRITE-RANKED-EFFECTS.
           MOVE 'OUTPUT CHANGE BY SECTOR - RANKED BY SIZE OF CHANGE'
             TO RPT-SECTION
           WRITE RPT-REC FROM RPT-SECTION-LINE
           WRITE RPT-REC FROM RPT-RANK-HEADING
           ADD 2 TO RPT-LINE-COUNT
      *
           PERFORM WRITE-RANK-ROW VARYING RANK-IND FROM 1 BY 1
             UNTIL RANK-IND > DCMP-SECTORS
      *
           MOVE SPACES TO RPT-RANK-LINE
           MOVE 'TOTAL' TO RPT-RNK-NAME
           MOVE TOT-CHANGE TO RPT-RNK-VALUE (1)
           MOVE TOT-TECH TO RPT-RNK-VALUE (2)
           MOVE TOT-LEVEL TO RPT-RNK-VALUE (3)
           MOVE TOT-MIX TO RPT-RNK-VALUE (4)
           MOVE TOT-INTER TO RPT-RNK-VALUE (5)
           WRITE RPT-REC FROM RPT-RANK-LINE
           ADD 1 TO RPT-LINE-COUNT.
      **
      **
       WRITE-RANK-ROW.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADING
               WRITE RPT-REC FROM RPT-RANK-HEADING
               ADD 1 TO RPT-LINE-COUNT
           END-IF
      *
           MOVE RANK-SECTOR (RANK-IND) TO ROW-IND
      *
           MOVE SPACES TO RPT-RANK-LINE
           MOVE RANK-IND TO RPT-RNK-NUM
           MOVE ROW-IND TO RPT-RNK-SECTOR
           MOVE SECTOR-NAME-ELM (ROW-IND) TO RPT-RNK-NAME
           MOVE CHANGE-ELM (ROW-IND) TO RPT-RNK-VALUE (1)
           MOVE TECH-ELM (ROW-IND) TO RPT-RNK-VALUE (2)
           MOVE LEVEL-ELM (ROW-IND) TO RPT-RNK-VALUE (3)
           MOVE MIX-ELM (ROW-IND) TO RPT-RNK-VALUE (4)
           MOVE INTER-ELM (ROW-IND) TO RPT-RNK-VALUE (5)
           WRITE RPT-REC FROM RPT-RANK-LINE
           ADD 1 TO RPT-LINE-COUNT.
      **
      **
       WRITE-GROUP-SUBTOTALS.
           IF AGG-FILE-STATUS = '00'
      *
               PERFORM WRITE-PAGE-HEADING
               MOVE 'GROUP SUBTOTALS' TO RPT-SECTION
               WRITE RPT-REC FROM RPT-SECTION-LINE
               WRITE RPT-REC FROM RPT-GROUP-HEADING
      *
               PERFORM WRITE-GROUP-ROW VARYING GRP-IND FROM 1 BY 1
                 UNTIL GRP-IND > GRP-COUNT
      *
               MOVE SPACES TO RPT-GROUP-LINE
               MOVE 'TOTAL' TO RPT-GRP-NAME
               MOVE TOT-CHANGE TO RPT-GRP-VALUE (1)
               MOVE TOT-TECH TO RPT-GRP-VALUE (2)
               MOVE TOT-LEVEL TO RPT-GRP-VALUE (3)
               MOVE TOT-MIX TO RPT-GRP-VALUE (4)
               MOVE TOT-INTER TO RPT-GRP-VALUE (5)
               WRITE RPT-REC FROM RPT-GROUP-LINE
      *
           END-IF.
      **
      **
       WRITE-GROUP-ROW.
           MOVE SPACES TO RPT-GROUP-LINE
           MOVE GRP-CODE (GRP-IND) TO RPT-GRP-CODE
           MOVE GRP-NAME (GRP-IND) TO RPT-GRP-NAME
           MOVE GRP-CHANGE (GRP-IND) TO RPT-GRP-VALUE (1)
           MOVE GRP-TECH (GRP-IND) TO RPT-GRP-VALUE (2)
           MOVE GRP-LEVEL (GRP-IND) TO RPT-GRP-VALUE (3)
           MOVE GRP-MIX (GRP-IND) TO RPT-GRP-VALUE (4)
           MOVE GRP-INTER (GRP-IND) TO RPT-GRP-VALUE (5)
           WRITE RPT-REC FROM RPT-GROUP-LINE.
      **
      **
       WRITE-OUTPUT-LEVELS.
           PERFORM WRITE-OUTPUT-HEADING
      *
           PERFORM WRITE-OUTPUT-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > DCMP-SECTORS.
      **
      **
       WRITE-OUTPUT-HEADING.
           PERFORM WRITE-PAGE-HEADING
           MOVE 'OUTPUT AND FINAL DEMAND LEVELS - INP = INPUT COEF SUM'
             TO RPT-SECTION
           WRITE RPT-REC FROM RPT-SECTION-LINE
           WRITE RPT-REC FROM RPT-OUTPUT-HEADING
           ADD 2 TO RPT-LINE-COUNT.
      **
      **
       WRITE-OUTPUT-ROW.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-OUTPUT-HEADING
           END-IF
      *
           MOVE SPACES TO RPT-OUTPUT-LINE
           MOVE ROW-IND TO RPT-OUT-SECTOR
           MOVE SECTOR-NAME-ELM (ROW-IND) TO RPT-OUT-NAME
           MOVE OUTPUT-ELM (1, ROW-IND) TO RPT-OUT-VALUE (1)
           MOVE OUTPUT-ELM (2, ROW-IND) TO RPT-OUT-VALUE (2)
           MOVE DEM-ELM (1, ROW-IND) TO RPT-OUT-VALUE (3)
           MOVE DEM-ELM (2, ROW-IND) TO RPT-OUT-VALUE (4)
           MOVE IOSUM-ELM (1, ROW-IND) TO RPT-OUT-COEF (1)
           MOVE IOSUM-ELM (2, ROW-IND) TO RPT-OUT-COEF (2)
           WRITE RPT-REC FROM RPT-OUTPUT-LINE
           ADD 1 TO RPT-LINE-COUNT.
      **
      **
       WRITE-COUNT-LINES.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
      *
           MOVE PRD-IO-COUNT (1) TO RPT-CNT-VALUE
           MOVE 'BASE QUARTER IO CELLS READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE PRD-LTF-COUNT (1) TO RPT-CNT-VALUE
           MOVE 'BASE QUARTER LTF CELLS READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE PRD-IO-COUNT (2) TO RPT-CNT-VALUE
           MOVE 'CURRENT QUARTER IO CELLS READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE PRD-LTF-COUNT (2) TO RPT-CNT-VALUE
           MOVE 'CURRENT QUARTER LTF CELLS READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE PRD-DEM-COUNT (1) TO RPT-CNT-VALUE
           MOVE 'BASE QUARTER FINAL DEMAND RECORDS' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE PRD-DEM-COUNT (2) TO RPT-CNT-VALUE
           MOVE 'CURRENT QUARTER FINAL DEMAND RECORDS' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           IF PRD-BASIS (1) = 'C'
               MOVE PRD-PRC-COUNT (1) TO RPT-CNT-VALUE
               MOVE 'BASE QUARTER PRICE INDEX RECORDS' TO RPT-CNT-TEXT
               WRITE RPT-REC FROM RPT-COUNT-LINE
               MOVE PRD-PRC-COUNT (2) TO RPT-CNT-VALUE
               MOVE 'CURRENT QUARTER PRICE INDEX RECORDS'
                 TO RPT-CNT-TEXT
               WRITE RPT-REC FROM RPT-COUNT-LINE
           END-IF.
