      *****************************************************************
      * Program name:    SCTMAINT
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/2026 DQ              Created - sector reference master
      *                            maintenance.  Applies add, change
      *                            and retire transactions to the
      *                            keyed, effective-dated sector
      *                            master, writes a before/after
      *                            image of every applied change to
      *                            the change log, and extracts the
      *                            SCTFILE names and AGGFILE group
      *                            mapping in force on an as-of date
      *
      * Description: Maintains the sector master (sector code,
      *              effective-from date, name, group code, group
      *              name, active flag) and produces the as-of-date
      *              SCTFILE and AGGFILE read by LEONTIEF and LTFQUERY
      *
      * Every applied transaction adds a new version of the sector
      * keyed on its effective-from date; earlier versions are never
      * overwritten, so the names and groups in force on any past
      * date can be extracted again.  A change or retire dated the
      * same day as the version in force corrects that version in
      * place.  The version in force on a date is the one with the
      * latest effective-from date not after it; a sector whose
      * version in force is retired is left out of the extract.
      *
      * Transaction cards (TRNDD):
      *   col  1     A add, C change, R retire
      *   col  3- 5  sector code (001-300)
      *   col  7-14  effective-from date yyyymmdd
      *   col 16-35  sector name       (A required, C blank = keep)
      *   col 37-39  group code        (A required, C blank = keep)
      *   col 41-60  group name        (A required, C blank = keep)
      *   col 62-69  requester id      (required)
      *
      * Parameter cards (PRMDD, * in column one = comment):
      *   ASOF=20260930             as-of date for the SCTFILE and
      *                             AGGFILE extract (optional - run
      *                             date)
      *
      * Return codes: 0 clean, 4 transactions rejected (accepted
      *              transactions applied and extract written), 8
      *              parameter card error, 12 sector master or change
      *              log not available
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCTMAINT.
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
           SELECT TRNFILE ASSIGN TO TRNDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS TRN-FILE-STATUS.
      *
           SELECT OPTIONAL SCMFILE ASSIGN TO SCMDD
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SCM-KEY
            FILE STATUS IS SCM-FILE-STATUS.
      *
           SELECT OPTIONAL LOGFILE ASSIGN TO LOGDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS LOG-FILE-STATUS.
      *
           SELECT SCTFILE ASSIGN TO SCTDD
            ORGANIZATION IS SEQUENTIAL.
      *
           SELECT AGGFILE ASSIGN TO AGGDD
            ORGANIZATION IS SEQUENTIAL.
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
       FD  TRNFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TRN-REC.
       01  TRN-REC.
           88 TRN-EOF          VALUE HIGH-VALUES.
           02 TRN-CODE         PIC X(01).
              88 TRN-ADD          VALUE 'A'.
              88 TRN-CHANGE       VALUE 'C'.
              88 TRN-RETIRE       VALUE 'R'.
              88 TRN-COMMENT-REC  VALUE '*'.
           02 FILLER           PIC X(01).
           02 TRN-SECTOR-X     PIC X(03).
           02 TRN-SECTOR-NUM REDEFINES TRN-SECTOR-X PIC 9(03).
           02 FILLER           PIC X(01).
           02 TRN-EFF-DATE     PIC X(08).
           02 FILLER           PIC X(01).
           02 TRN-SECTOR-NAME  PIC X(20).
           02 FILLER           PIC X(01).
           02 TRN-GROUP-X      PIC X(03).
           02 TRN-GROUP-NUM REDEFINES TRN-GROUP-X PIC 9(03).
           02 FILLER           PIC X(01).
           02 TRN-GROUP-NAME   PIC X(20).
           02 FILLER           PIC X(01).
           02 TRN-USER-ID      PIC X(08).
           02 FILLER           PIC X(11).
      **
      **
       FD  SCMFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SCM-REC.
       01  SCM-REC.
           02 SCM-KEY.
              05 SCM-SECTOR-CODE PIC 9(03).
              05 SCM-EFF-DATE    PIC X(08).
           02 SCM-SECTOR-NAME  PIC X(20).
           02 SCM-GROUP-CODE   PIC 9(03).
           02 SCM-GROUP-NAME   PIC X(20).
           02 SCM-ACTIVE-FLAG  PIC X(01).
              88 SCM-ACTIVE       VALUE 'Y'.
              88 SCM-RETIRED      VALUE 'N'.
           02 SCM-UPD-DATE     PIC X(08).
           02 SCM-UPD-USER     PIC X(08).
           02 FILLER           PIC X(09).
       01  SCM-IMAGE-REC.
           02 SCM-VERSION-IMAGE PIC X(55).
           02 FILLER           PIC X(25).
      **
      **
       FD  LOGFILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS LOG-REC.
       01  LOG-REC.
           02 LOG-RUN-DATE     PIC X(08).
           02 FILLER           PIC X(01).
           02 LOG-USER-ID      PIC X(08).
           02 FILLER           PIC X(01).
           02 LOG-ACTION       PIC X(06).
           02 FILLER           PIC X(01).
           02 LOG-BEFORE       PIC X(55).
           02 FILLER           PIC X(01).
           02 LOG-AFTER        PIC X(55).
           02 FILLER           PIC X(14).
      **
      **
       FD  SCTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS SCT-REC.
       01  SCT-REC.
           02 SCT-SECTOR-CODE  PIC 9(03).
           02 FILLER           PIC X(01).
           02 SCT-SECTOR-NAME  PIC X(20).
           02 FILLER           PIC X(56).
      **
      **
       FD  AGGFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AGG-REC.
       01  AGG-REC.
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
      *-----------------------SINGLE VARIABLES-----------------------*
       77  PRM-FILE-STATUS PIC X(02) VALUE SPACES.
       77  TRN-FILE-STATUS PIC X(02) VALUE SPACES.
       77  SCM-FILE-STATUS PIC X(02) VALUE SPACES.
       77  LOG-FILE-STATUS PIC X(02) VALUE SPACES.
       77  RUN-RC         PIC S9(04) USAGE IS COMP VALUE 0.
       77  ASOF-DATE      PIC X(08) VALUE SPACES.
       77  RUN-DATE       PIC X(08) VALUE SPACES.
       77  RUN-DATE-WORK  PIC 9(08) VALUE 0.
       77  TRN-REASON     PIC X(40) VALUE SPACES.
       77  TRN-ACTION     PIC X(06) VALUE SPACES.
       77  EXT-CUR-SECTOR PIC 9(03) VALUE 0.
      *--------------------------COUNTERS----------------------------*
       77  TRN-READ-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  TRN-ADD-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  TRN-CHG-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  TRN-RET-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  TRN-REJ-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  SCT-OUT-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  EXT-RETIRED-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
      *--------------------------SWITCHES----------------------------*
       77  PRM-ERR-SW     PIC X(01) VALUE 'N'.
           88  PRM-ERROR        VALUE 'Y'.
       77  PRM-KEYWORD    PIC X(12) VALUE SPACES.
       77  BROWSE-END-SW  PIC X(01) VALUE 'N'.
           88  BROWSE-END       VALUE 'Y'.
       77  INF-FOUND-SW   PIC X(01) VALUE 'N'.
           88  INF-FOUND        VALUE 'Y'.
       77  INF-EXACT-SW   PIC X(01) VALUE 'N'.
           88  INF-EXACT        VALUE 'Y'.
       77  HELD-SW        PIC X(01) VALUE 'N'.
           88  HELD-VERSION     VALUE 'Y'.
       77  DATE-OK-SW     PIC X(01) VALUE 'N'.
           88  DATE-OK          VALUE 'Y'.
       01  PRM-VALUE-AREA.
           05  PRM-VALUE      PIC X(40) VALUE SPACES.
      *-----------------------SECTOR VERSIONS------------------------*
      *    SAME LAYOUT AS THE FIRST 55 BYTES OF THE MASTER RECORD -
      *    THE CHANGE LOG CARRIES THESE IMAGES UNCHANGED
       01  INF-VERSION.
           05  INF-SECTOR-CODE PIC 9(03).
           05  INF-EFF-DATE    PIC X(08).
           05  INF-SECTOR-NAME PIC X(20).
           05  INF-GROUP-CODE  PIC 9(03).
           05  INF-GROUP-NAME  PIC X(20).
           05  INF-ACTIVE-FLAG PIC X(01).
               88  INF-ACTIVE        VALUE 'Y'.
       01  NEW-VERSION.
           05  NEW-SECTOR-CODE PIC 9(03).
           05  NEW-EFF-DATE    PIC X(08).
           05  NEW-SECTOR-NAME PIC X(20).
           05  NEW-GROUP-CODE  PIC 9(03).
           05  NEW-GROUP-NAME  PIC X(20).
           05  NEW-ACTIVE-FLAG PIC X(01).
       01  HELD-VERSION-AREA.
           05  HLD-SECTOR-CODE PIC 9(03).
           05  HLD-EFF-DATE    PIC X(08).
           05  HLD-SECTOR-NAME PIC X(20).
           05  HLD-GROUP-CODE  PIC 9(03).
           05  HLD-GROUP-NAME  PIC X(20).
           05  HLD-ACTIVE-FLAG PIC X(01).
               88  HLD-ACTIVE        VALUE 'Y'.
       01  DATE-CHECK-AREA.
           05  DCHK-DATE      PIC X(08).
           05  DCHK-PARTS REDEFINES DCHK-DATE.
               10  DCHK-YYYY  PIC 9(04).
               10  DCHK-MM    PIC 9(02).
               10  DCHK-DD    PIC 9(02).
      *----------------------REPORT LINE LAYOUTS---------------------*
       01  RPT-PAGE-HEADING.
           05  FILLER         PIC X(38) VALUE
             'SCTMAINT - SECTOR MASTER MAINTENANCE'.
           05  FILLER         PIC X(09) VALUE 'RUN DATE '.
           05  RPT-HDG-DATE   PIC X(08).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(15) VALUE 'EXTRACT AS OF '.
           05  RPT-HDG-ASOF   PIC X(08).
           05  FILLER         PIC X(23) VALUE SPACES.
       01  RPT-COL-HEADING.
           05  FILLER         PIC X(05) VALUE 'TRN'.
           05  FILLER         PIC X(05) VALUE 'SCT'.
           05  FILLER         PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER         PIC X(22) VALUE 'SECTOR NAME'.
           05  FILLER         PIC X(05) VALUE 'GRP'.
           05  FILLER         PIC X(10) VALUE 'REQUESTER'.
           05  FILLER         PIC X(40) VALUE 'RESULT'.
           05  FILLER         PIC X(07) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-DTL-CODE   PIC X(01).
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RPT-DTL-SECTOR PIC X(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-DTL-EFF    PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-DTL-NAME   PIC X(20).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-DTL-GROUP  PIC X(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-DTL-USER   PIC X(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-DTL-RESULT PIC X(40).
           05  FILLER         PIC X(07) VALUE SPACES.
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
           IF PRM-ERROR
               DISPLAY 'PARAMETER CARD ERRORS - MAINTENANCE NOT RUN'
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
           MOVE RUN-DATE-WORK TO RUN-DATE
      *
           IF ASOF-DATE = SPACES
             MOVE RUN-DATE TO ASOF-DATE
           END-IF
      *
           OPEN I-O SCMFILE
      *
           IF SCM-FILE-STATUS NOT = '00' AND SCM-FILE-STATUS NOT = '05'
               DISPLAY 'SECTOR MASTER NOT AVAILABLE - SCMFILE OPEN '
                 'STATUS ' SCM-FILE-STATUS
               MOVE 12 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           OPEN EXTEND LOGFILE
      *
           IF LOG-FILE-STATUS NOT = '00' AND LOG-FILE-STATUS NOT = '05'
               DISPLAY 'CHANGE LOG NOT AVAILABLE - LOGFILE OPEN '
                 'STATUS ' LOG-FILE-STATUS ' - NO TRANSACTIONS APPLIED'
               CLOSE SCMFILE
               MOVE 12 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           OPEN OUTPUT RPTFILE
           MOVE RUN-DATE TO RPT-HDG-DATE
           MOVE ASOF-DATE TO RPT-HDG-ASOF
           WRITE RPT-REC FROM RPT-PAGE-HEADING
           WRITE RPT-REC FROM RPT-COL-HEADING
      *
           OPEN INPUT TRNFILE
      *
           IF TRN-FILE-STATUS = '00'
             PERFORM READ-TRANSACTION-FILE UNTIL TRN-EOF
             CLOSE TRNFILE
           END-IF
      *
           CLOSE LOGFILE
      *
           OPEN OUTPUT SCTFILE
           OPEN OUTPUT AGGFILE
           PERFORM EXTRACT-AS-OF-DATE
           CLOSE SCTFILE
           CLOSE AGGFILE
      *
           CLOSE SCMFILE
      *
           PERFORM WRITE-SUMMARY-LINES
           CLOSE RPTFILE
      *
           IF TRN-REJ-COUNT > 0
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
           IF PRM-KEYWORD = 'ASOF'
               MOVE PRM-VALUE (1:8) TO DCHK-DATE
               PERFORM CHECK-DATE
               IF DATE-OK AND PRM-VALUE (9:32) = SPACES
                   MOVE DCHK-DATE TO ASOF-DATE
               ELSE
                   DISPLAY 'INVALID ASOF= DATE ' PRM-VALUE
                   MOVE 'Y' TO PRM-ERR-SW
               END-IF
           ELSE
               DISPLAY 'UNKNOWN PARAMETER CARD ' PRM-REC
               MOVE 'Y' TO PRM-ERR-SW
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
       READ-TRANSACTION-FILE.
            READ TRNFILE
      *
             AT END
              SET TRN-EOF TO TRUE
      *
             NOT AT END
              IF NOT TRN-COMMENT-REC AND TRN-REC NOT = SPACES
                PERFORM PROCESS-TRANSACTION
              END-IF
      *
            END-READ.
      **
      **
       PROCESS-TRANSACTION.
           ADD 1 TO TRN-READ-COUNT
           MOVE SPACES TO TRN-REASON
      *
           PERFORM EDIT-TRANSACTION
      *
           IF TRN-REASON = SPACES
               PERFORM LOCATE-VERSION-IN-FORCE
               IF TRN-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               ELSE
                   IF TRN-CHANGE
                       PERFORM APPLY-CHANGE-TRANSACTION
                   ELSE
                       PERFORM APPLY-RETIRE-TRANSACTION
                   END-IF
               END-IF
           END-IF
      *
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE TRN-CODE TO RPT-DTL-CODE
           MOVE TRN-SECTOR-X TO RPT-DTL-SECTOR
           MOVE TRN-EFF-DATE TO RPT-DTL-EFF
           MOVE TRN-SECTOR-NAME TO RPT-DTL-NAME
           MOVE TRN-GROUP-X TO RPT-DTL-GROUP
           MOVE TRN-USER-ID TO RPT-DTL-USER
      *
           IF TRN-REASON = SPACES
               MOVE 'APPLIED' TO RPT-DTL-RESULT
           ELSE
               ADD 1 TO TRN-REJ-COUNT
               MOVE TRN-REASON TO RPT-DTL-RESULT
           END-IF
      *
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
      **
      **
       EDIT-TRANSACTION.
           MOVE TRN-EFF-DATE TO DCHK-DATE
           PERFORM CHECK-DATE
      *
           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-RETIRE
               MOVE 'INVALID TRANSACTION CODE' TO TRN-REASON
           ELSE
             IF TRN-SECTOR-X NOT NUMERIC
                OR TRN-SECTOR-NUM < 1 OR TRN-SECTOR-NUM > 300
               MOVE 'INVALID SECTOR CODE' TO TRN-REASON
             ELSE
               IF NOT DATE-OK
                 MOVE 'INVALID EFFECTIVE DATE' TO TRN-REASON
               ELSE
                 IF TRN-USER-ID = SPACES
                   MOVE 'REQUESTER ID REQUIRED' TO TRN-REASON
                 ELSE
                   IF TRN-ADD
                      AND (TRN-SECTOR-NAME = SPACES
                       OR TRN-GROUP-X = SPACES
                       OR TRN-GROUP-NAME = SPACES)
                     MOVE 'NAME AND GROUP REQUIRED ON ADD'
                       TO TRN-REASON
                   ELSE
                     IF TRN-GROUP-X NOT = SPACES
                        AND TRN-GROUP-X NOT NUMERIC
                       MOVE 'INVALID GROUP CODE' TO TRN-REASON
                     ELSE
                       IF TRN-GROUP-X = '000'
                         MOVE 'GROUP CODE 000 IS RESERVED FOR OTHER'
                           TO TRN-REASON
                       ELSE
                         IF TRN-CHANGE
                            AND TRN-SECTOR-NAME = SPACES
                            AND TRN-GROUP-X = SPACES
                            AND TRN-GROUP-NAME = SPACES
                           MOVE 'NO NAME OR GROUP GIVEN ON CHANGE'
                             TO TRN-REASON
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
      **
      **
       LOCATE-VERSION-IN-FORCE.
           MOVE 'N' TO INF-FOUND-SW
           MOVE 'N' TO INF-EXACT-SW
           MOVE 'N' TO BROWSE-END-SW
           MOVE SPACES TO INF-VERSION
      *
           MOVE TRN-SECTOR-NUM TO SCM-SECTOR-CODE
           MOVE LOW-VALUES TO SCM-EFF-DATE
      *
           START SCMFILE KEY IS NOT LESS THAN SCM-KEY
             INVALID KEY
               MOVE 'Y' TO BROWSE-END-SW
           END-START
      *
           PERFORM READ-SECTOR-VERSION UNTIL BROWSE-END.
      **
      **
       READ-SECTOR-VERSION.
            READ SCMFILE NEXT RECORD
      *
             AT END
              MOVE 'Y' TO BROWSE-END-SW
      *
             NOT AT END
              IF SCM-SECTOR-CODE NOT = TRN-SECTOR-NUM
                 OR SCM-EFF-DATE > TRN-EFF-DATE
                MOVE 'Y' TO BROWSE-END-SW
              ELSE
                MOVE SCM-VERSION-IMAGE TO INF-VERSION
                MOVE 'Y' TO INF-FOUND-SW
                IF SCM-EFF-DATE = TRN-EFF-DATE
                  MOVE 'Y' TO INF-EXACT-SW
                END-IF
              END-IF
      *
            END-READ.
      **
      **
       APPLY-ADD-TRANSACTION.
           IF INF-FOUND AND INF-ACTIVE
               MOVE 'SECTOR ALREADY ACTIVE ON THAT DATE' TO TRN-REASON
           ELSE
             IF INF-EXACT
               MOVE 'SECTOR RETIRED ON THAT DATE - ADD LATER'
                 TO TRN-REASON
             ELSE
               MOVE TRN-SECTOR-NUM TO NEW-SECTOR-CODE
               MOVE TRN-EFF-DATE TO NEW-EFF-DATE
               MOVE TRN-SECTOR-NAME TO NEW-SECTOR-NAME
               MOVE TRN-GROUP-NUM TO NEW-GROUP-CODE
               MOVE TRN-GROUP-NAME TO NEW-GROUP-NAME
               MOVE 'Y' TO NEW-ACTIVE-FLAG
               MOVE 'ADD' TO TRN-ACTION
               PERFORM STORE-NEW-VERSION
               IF TRN-REASON = SPACES
                 ADD 1 TO TRN-ADD-COUNT
               END-IF
             END-IF
           END-IF.
      **
      **
       APPLY-CHANGE-TRANSACTION.
           IF NOT INF-FOUND OR NOT INF-ACTIVE
               MOVE 'SECTOR NOT ACTIVE ON THAT DATE' TO TRN-REASON
           ELSE
               MOVE INF-VERSION TO NEW-VERSION
               MOVE TRN-EFF-DATE TO NEW-EFF-DATE
      *
               IF TRN-SECTOR-NAME NOT = SPACES
                 MOVE TRN-SECTOR-NAME TO NEW-SECTOR-NAME
               END-IF
      *
               IF TRN-GROUP-X NOT = SPACES
                 MOVE TRN-GROUP-NUM TO NEW-GROUP-CODE
               END-IF
      *
               IF TRN-GROUP-NAME NOT = SPACES
                 MOVE TRN-GROUP-NAME TO NEW-GROUP-NAME
               END-IF
      *
               IF NEW-SECTOR-NAME = INF-SECTOR-NAME
                  AND NEW-GROUP-CODE = INF-GROUP-CODE
                  AND NEW-GROUP-NAME = INF-GROUP-NAME
                 MOVE 'NO CHANGE TO THE VERSION IN FORCE'
                   TO TRN-REASON
               ELSE
                 MOVE 'CHANGE' TO TRN-ACTION
                 PERFORM STORE-NEW-VERSION
                 IF TRN-REASON = SPACES
                   ADD 1 TO TRN-CHG-COUNT
                 END-IF
               END-IF
           END-IF.
      **
      **
       APPLY-RETIRE-TRANSACTION.
           IF NOT INF-FOUND OR NOT INF-ACTIVE
               MOVE 'SECTOR NOT ACTIVE ON THAT DATE' TO TRN-REASON
           ELSE
               MOVE INF-VERSION TO NEW-VERSION
               MOVE TRN-EFF-DATE TO NEW-EFF-DATE
               MOVE 'N' TO NEW-ACTIVE-FLAG
               MOVE 'RETIRE' TO TRN-ACTION
               PERFORM STORE-NEW-VERSION
               IF TRN-REASON = SPACES
                 ADD 1 TO TRN-RET-COUNT
               END-IF
           END-IF.
      **
      **
       STORE-NEW-VERSION.
           MOVE SPACES TO SCM-REC
           MOVE NEW-VERSION TO SCM-VERSION-IMAGE
           MOVE RUN-DATE TO SCM-UPD-DATE
           MOVE TRN-USER-ID TO SCM-UPD-USER
      *
           IF INF-EXACT
               REWRITE SCM-REC
                 INVALID KEY
                   MOVE 'MASTER REWRITE FAILED - STATUS '
                     TO TRN-REASON
                   MOVE SCM-FILE-STATUS TO TRN-REASON (32:2)
               END-REWRITE
           ELSE
               WRITE SCM-REC
                 INVALID KEY
                   MOVE 'MASTER WRITE FAILED - STATUS '
                     TO TRN-REASON
                   MOVE SCM-FILE-STATUS TO TRN-REASON (30:2)
               END-WRITE
           END-IF
      *
           IF TRN-REASON = SPACES
               MOVE SPACES TO LOG-REC
               MOVE RUN-DATE TO LOG-RUN-DATE
               MOVE TRN-USER-ID TO LOG-USER-ID
               MOVE TRN-ACTION TO LOG-ACTION
               IF INF-FOUND
                 MOVE INF-VERSION TO LOG-BEFORE
               END-IF
               MOVE NEW-VERSION TO LOG-AFTER
               WRITE LOG-REC
           END-IF.
      **
      **
       EXTRACT-AS-OF-DATE.
           MOVE 'N' TO BROWSE-END-SW
           MOVE 'N' TO HELD-SW
           MOVE 0 TO EXT-CUR-SECTOR
      *
           MOVE LOW-VALUES TO SCM-KEY
      *
           START SCMFILE KEY IS NOT LESS THAN SCM-KEY
             INVALID KEY
               MOVE 'Y' TO BROWSE-END-SW
           END-START
      *
           PERFORM READ-EXTRACT-VERSION UNTIL BROWSE-END
      *
           PERFORM RELEASE-HELD-VERSION.
      **
      **
       READ-EXTRACT-VERSION.
            READ SCMFILE NEXT RECORD
      *
             AT END
              MOVE 'Y' TO BROWSE-END-SW
      *
             NOT AT END
              IF SCM-SECTOR-CODE NOT = EXT-CUR-SECTOR
                PERFORM RELEASE-HELD-VERSION
                MOVE SCM-SECTOR-CODE TO EXT-CUR-SECTOR
              END-IF
      *
              IF SCM-EFF-DATE NOT > ASOF-DATE
                MOVE SCM-VERSION-IMAGE TO HELD-VERSION-AREA
                MOVE 'Y' TO HELD-SW
              END-IF
      *
            END-READ.
      **
      **
       RELEASE-HELD-VERSION.
           IF HELD-VERSION
             IF HLD-ACTIVE
               MOVE SPACES TO SCT-REC
               MOVE HLD-SECTOR-CODE TO SCT-SECTOR-CODE
               MOVE HLD-SECTOR-NAME TO SCT-SECTOR-NAME
               WRITE SCT-REC
      *
               MOVE SPACES TO AGG-REC
               MOVE HLD-SECTOR-CODE TO AGG-SECTOR-CODE
               MOVE HLD-GROUP-CODE TO AGG-GROUP-CODE
               MOVE HLD-GROUP-NAME TO AGG-GROUP-NAME
               WRITE AGG-REC
      *
               ADD 1 TO SCT-OUT-COUNT
             ELSE
               ADD 1 TO EXT-RETIRED-COUNT
             END-IF
           END-IF
      *
           MOVE 'N' TO HELD-SW.
      **
      **
       WRITE-SUMMARY-LINES.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
      *
           MOVE TRN-READ-COUNT TO RPT-CNT-VALUE
           MOVE 'TRANSACTIONS READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE TRN-ADD-COUNT TO RPT-CNT-VALUE
           MOVE 'SECTORS ADDED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE TRN-CHG-COUNT TO RPT-CNT-VALUE
           MOVE 'SECTORS CHANGED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE TRN-RET-COUNT TO RPT-CNT-VALUE
           MOVE 'SECTORS RETIRED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE TRN-REJ-COUNT TO RPT-CNT-VALUE
           MOVE 'TRANSACTIONS REJECTED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE SCT-OUT-COUNT TO RPT-CNT-VALUE
           MOVE 'SECTORS IN FORCE WRITTEN TO SCTFILE AND AGGFILE'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE EXT-RETIRED-COUNT TO RPT-CNT-VALUE
           MOVE 'SECTORS RETIRED AS OF THE EXTRACT DATE - OMITTED'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           IF TRN-REJ-COUNT > 0
               MOVE 'MAINTENANCE COMPLETE - SEE REJECTED TRANSACTIONS'
                 TO RPT-STATUS
           ELSE
               MOVE 'MAINTENANCE COMPLETE' TO RPT-STATUS
           END-IF
           WRITE RPT-REC FROM RPT-STATUS-LINE.
