      *****************************************************************
      * Program name:    SRVAGGR
      * Original author: DAVID QUINTERO
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/2026 DQ              Created - survey-return aggregation
      *                            front end for the LEONTIEF input
      *                            matrix.  Reads the establishment
      *                            returns (sorted on establishment
      *                            id), edits each establishment's
      *                            return as a unit, rejects
      *                            duplicate, invalid and out-of-
      *                            scope returns to an error listing,
      *                            applies the sampling weight to
      *                            every accepted line and writes the
      *                            weighted cell totals in the INFILE
      *                            cell layout with HDR and TRL
      *                            control records, plus a companion
      *                            CNTFILE of contributing
      *                            establishments and largest-
      *                            contributor share per cell
      *
      * Description: Builds the LEONTIEF INFILE flow matrix from
      *              establishment-level survey returns
      *
      * Parameter cards (PRMDD, * in column one = comment):
      *   ASOF=20260930             as-of date for the HDR/TRL
      *                             records (optional - run date)
      *   SECTORS=100               sector count in scope - the
      *                             output matrix is this size
      *
      * Return codes: 0 clean, 4 establishments rejected (output
      *              still written from the accepted returns), 8
      *              parameter card error, returns out of
      *              establishment sequence or no accepted returns,
      *              12 a weighted cell total exceeds the INFILE
      *              amount field
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SRVAGGR.
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
           SELECT RETFILE ASSIGN TO RETDD
            ORGANIZATION IS SEQUENTIAL.
      *
           SELECT FRMFILE ASSIGN TO FRMDD
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS FRM-FILE-STATUS.
      *
           SELECT NEWFILE ASSIGN TO NEWDD
            ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CNTFILE ASSIGN TO CNTDD
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
       FD  RETFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RET-REC.
       01  RET-REC.
           88 RET-EOF          VALUE HIGH-VALUES.
           02 RET-ESTAB-ID     PIC X(10).
           02 FILLER           PIC X(01).
           02 RET-RPT-SECTOR   PIC 9(03).
           02 FILLER           PIC X(01).
           02 RET-PUR-SECTOR   PIC 9(03).
           02 FILLER           PIC X(01).
           02 RET-AMT          PIC S9(08)V9(10).
           02 FILLER           PIC X(01).
           02 RET-WEIGHT       PIC 9(04)V9(06).
           02 FILLER           PIC X(32).
      **
      **
       FD  FRMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS FRM-REC.
       01  FRM-REC.
           88 FRM-EOF          VALUE HIGH-VALUES.
           02 FRM-ESTAB-ID     PIC X(10).
           02 FILLER           PIC X(01).
           02 FRM-SECTOR-CODE  PIC 9(03).
           02 FILLER           PIC X(66).
      **
      **
       FD  NEWFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS NEW-ELM.
       01  NEW-ELM.
           02 NEW-ROW     PIC 9(03).
           02 FILLER      PIC X.
           02 NEW-COLMN   PIC 9(03).
           02 FILLER      PIC X.
           02 NEW-NUM     PIC -9(08)V9(10).
           02 FILLER      PIC X(53).
       01  NEW-CTL-REC.
           02 NEW-CTL-TYPE     PIC X(03).
           02 FILLER           PIC X(01).
           02 NEW-CTL-DATE     PIC X(08).
           02 FILLER           PIC X(01).
           02 NEW-CTL-COUNT    PIC 9(07).
           02 FILLER           PIC X(01).
           02 NEW-CTL-HASH     PIC -9(11)V9(10).
           02 FILLER           PIC X(37).
      **
      **
       FD  CNTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS CNT-REC.
       01  CNT-REC.
           02 CNT-ROW          PIC 9(03).
           02 FILLER           PIC X(01).
           02 CNT-COLMN        PIC 9(03).
           02 FILLER           PIC X(01).
           02 CNT-CONTRIB      PIC 9(05).
           02 FILLER           PIC X(01).
           02 CNT-MAX-SHARE    PIC 9(01)V9(06).
           02 FILLER           PIC X(59).
       01  CNT-CTL-REC.
           02 CNT-CTL-TYPE     PIC X(03).
           02 FILLER           PIC X(01).
           02 CNT-CTL-DATE     PIC X(08).
           02 FILLER           PIC X(01).
           02 CNT-CTL-COUNT    PIC 9(07).
           02 FILLER           PIC X(01).
           02 CNT-CTL-HASH     PIC -9(11)V9(10).
           02 FILLER           PIC X(37).
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
       77  LINE-IND       PIC S9(03) USAGE IS COMP VALUE 0.
       77  FRM-IND        PIC S9(05) USAGE IS COMP VALUE 0.
       77  FRM-SUB        PIC S9(05) USAGE IS COMP VALUE 0.
      *-----------------------SINGLE VARIABLES-----------------------*
       77  PRM-FILE-STATUS PIC X(02) VALUE SPACES.
       77  FRM-FILE-STATUS PIC X(02) VALUE SPACES.
       77  RUN-RC         PIC S9(04) USAGE IS COMP VALUE 0.
       77  ASOF-DATE      PIC X(08) VALUE SPACES.
       77  RUN-DATE-WORK  PIC 9(08) VALUE 0.
       77  AGG-SECTORS    PIC S9(03) USAGE IS COMP VALUE 0.
       77  AGG-SECT-NUM   PIC 9(03) VALUE 0.
       77  EST-ID         PIC X(10) VALUE SPACES.
       77  PREV-EST-ID    PIC X(10) VALUE LOW-VALUES.
       77  EST-LINE-COUNT PIC S9(05) USAGE IS COMP VALUE 0.
       77  EST-RPT-SECTOR PIC 9(03) VALUE 0.
       77  EST-WEIGHT     PIC 9(04)V9(06) VALUE 0.
       77  EST-REASON     PIC X(30) VALUE SPACES.
       77  LINE-MAX       PIC S9(03) USAGE IS COMP VALUE 300.
       77  FRM-COUNT      PIC S9(05) USAGE IS COMP VALUE 0.
       77  FRM-MAX        PIC S9(05) USAGE IS COMP VALUE 5000.
       77  WEIGHTED-AMT   PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SHARE-WORK     PIC S9(01)V9(06) USAGE IS COMP-3 VALUE 0.
       77  OUT-REC-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  OUT-HASH-TOTAL PIC S9(11)V9(10) USAGE IS COMP-3 VALUE 0.
       77  CNT-REC-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  CNT-HASH-TOTAL PIC S9(11)V9(10) USAGE IS COMP-3 VALUE 0.
      *--------------------------COUNTERS----------------------------*
       77  RET-READ-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  EST-READ-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  EST-OK-COUNT   PIC S9(07) USAGE IS COMP VALUE 0.
       77  EST-DUP-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  EST-SCOPE-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  EST-BAD-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  LINE-OK-COUNT  PIC S9(07) USAGE IS COMP VALUE 0.
       77  LINE-REJ-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
       77  CELL-USED-COUNT PIC S9(07) USAGE IS COMP VALUE 0.
      *--------------------------SWITCHES----------------------------*
       77  PRM-ERR-SW     PIC X(01) VALUE 'N'.
           88  PRM-ERROR        VALUE 'Y'.
       77  PRM-KEYWORD    PIC X(12) VALUE SPACES.
       77  FRAME-SW       PIC X(01) VALUE 'N'.
           88  FRAME-ACTIVE     VALUE 'Y'.
       77  SEQ-ERR-SW     PIC X(01) VALUE 'N'.
           88  SEQ-ERROR        VALUE 'Y'.
       77  OVERFLOW-SW    PIC X(01) VALUE 'N'.
           88  CELL-OVERFLOW    VALUE 'Y'.
       77  EST-STATUS-SW  PIC X(01) VALUE 'A'.
           88  EST-ACCEPTED     VALUE 'A'.
           88  EST-INVALID      VALUE 'I'.
           88  EST-OUT-SCOPE    VALUE 'S'.
           88  EST-DUPLICATE    VALUE 'D'.
       01  PRM-VALUE-AREA.
           05  PRM-VALUE      PIC X(40) VALUE SPACES.
      *---------------------------TABLES-----------------------------*
      *    ONE ESTABLISHMENT'S RETURN IS HELD HERE UNTIL ITS LAST
      *    LINE HAS BEEN READ, SO THE WHOLE RETURN IS ACCEPTED OR
      *    REJECTED TOGETHER
       01  EST-LINE-TABLE.
           05  EST-LINE-ENTRY OCCURS 300 TIMES.
               10  EST-LINE-RPT    PIC 9(03).
               10  EST-LINE-PUR    PIC 9(03).
               10  EST-LINE-AMT    PIC S9(08)V9(10) USAGE IS COMP-3.
               10  EST-LINE-WGT    PIC 9(04)V9(06).
               10  EST-LINE-OK     PIC X(01).
       01  EST-PUR-SEEN.
           05  EST-PUR-SEEN-ELM OCCURS 300 TIMES PIC X(01)
                VALUE 'N'.
       01  FRAME-TABLE.
           05  FRAME-ENTRY OCCURS 5000 TIMES.
               10  FRAME-ID       PIC X(10).
               10  FRAME-SECTOR   PIC 9(03).
       01  CELL-TOTAL-MTRX.
           05  ROW    OCCURS 300 TIMES.
           10  COLMN  OCCURS 300 TIMES.
           15  CELL-TOTAL-ELM PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  CELL-MAX-MTRX.
           05  ROW    OCCURS 300 TIMES.
           10  COLMN  OCCURS 300 TIMES.
           15  CELL-MAX-ELM PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  CELL-CONTRIB-MTRX.
           05  ROW    OCCURS 300 TIMES.
           10  COLMN  OCCURS 300 TIMES.
           15  CELL-CONTRIB-ELM PIC S9(05) USAGE IS COMP VALUE 0.
      *----------------------REPORT LINE LAYOUTS---------------------*
       01  RPT-PAGE-HEADING.
           05  FILLER         PIC X(36) VALUE
             'SRVAGGR - SURVEY RETURN AGGREGATION'.
           05  FILLER         PIC X(06) VALUE 'AS OF '.
           05  RPT-HDG-DATE   PIC X(08).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  FILLER         PIC X(08) VALUE 'SECTORS '.
           05  RPT-HDG-SECT   PIC ZZ9.
           05  FILLER         PIC X(40) VALUE SPACES.
       01  RPT-COL-HEADING.
           05  FILLER         PIC X(12) VALUE 'ESTABLISHMNT'.
           05  FILLER         PIC X(10) VALUE ' RPT  PUR'.
           05  FILLER         PIC X(19) VALUE
             '             AMOUNT'.
           05  FILLER         PIC X(13) VALUE '       WEIGHT'.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  FILLER         PIC X(30) VALUE 'REJECT REASON'.
           05  FILLER         PIC X(18) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RPT-DTL-ESTAB  PIC X(10).
           05  FILLER         PIC X(03) VALUE SPACES.
           05  RPT-DTL-RPT    PIC X(03).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-DTL-PUR    PIC X(03).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-DTL-AMT    PIC -ZZZZZZZ9.9999.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-DTL-WGT    PIC ZZZ9.999999.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RPT-DTL-REASON PIC X(31).
           05  FILLER         PIC X(20) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  RPT-CNT-VALUE  PIC ZZZZZZ9.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-CNT-TEXT   PIC X(50).
           05  FILLER         PIC X(46) VALUE SPACES.
       01  RPT-HASH-LINE.
           05  RPT-HASH-VALUE PIC -ZZZZZZZZZZ9.9999.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-HASH-TEXT  PIC X(50).
           05  FILLER         PIC X(36) VALUE SPACES.
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
           IF AGG-SECTORS < 1
               DISPLAY 'SECTORS= PARAMETER CARD REQUIRED'
               MOVE 'Y' TO PRM-ERR-SW
           END-IF
      *
           IF PRM-ERROR
               DISPLAY 'PARAMETER CARD ERRORS - AGGREGATION NOT RUN'
               MOVE 8 TO RUN-RC
               GO TO PROGRAM-END
           END-IF
      *
           IF ASOF-DATE = SPACES
             ACCEPT RUN-DATE-WORK FROM DATE YYYYMMDD
             MOVE RUN-DATE-WORK TO ASOF-DATE
           END-IF
      *
           OPEN INPUT FRMFILE
      *
           IF FRM-FILE-STATUS = '00'
             PERFORM READ-FRAME-FILE UNTIL FRM-EOF
             CLOSE FRMFILE
           END-IF
      *
           IF FRM-COUNT > 0
             SET FRAME-ACTIVE TO TRUE
           END-IF
      *
           IF RUN-RC NOT = 0
             DISPLAY 'PROCESSING TERMINATED - CORRECT THE FRAME AND '
               'RESUBMIT'
             GO TO PROGRAM-END
           END-IF
      *
           OPEN OUTPUT RPTFILE
           MOVE ASOF-DATE TO RPT-HDG-DATE
           MOVE AGG-SECTORS TO RPT-HDG-SECT
           WRITE RPT-REC FROM RPT-PAGE-HEADING
           WRITE RPT-REC FROM RPT-COL-HEADING
      *
           OPEN INPUT RETFILE
           PERFORM READ-RETURN-FILE
           PERFORM PROCESS-ESTABLISHMENT
             UNTIL RET-EOF OR SEQ-ERROR OR CELL-OVERFLOW
           CLOSE RETFILE
      *
           PERFORM WRITE-SUMMARY-LINES
      *
           IF SEQ-ERROR
             MOVE 'AGGREGATION FAILED - RETURNS OUT OF SEQUENCE'
               TO RPT-STATUS
             WRITE RPT-REC FROM RPT-STATUS-LINE
             CLOSE RPTFILE
             MOVE 8 TO RUN-RC
             GO TO PROGRAM-END
           END-IF
      *
           IF CELL-OVERFLOW
             MOVE 'AGGREGATION FAILED - WEIGHTED CELL TOTAL OVERFLOW'
               TO RPT-STATUS
             WRITE RPT-REC FROM RPT-STATUS-LINE
             CLOSE RPTFILE
             MOVE 12 TO RUN-RC
             GO TO PROGRAM-END
           END-IF
      *
           IF EST-OK-COUNT = 0
             DISPLAY 'NO ESTABLISHMENT RETURNS ACCEPTED - NOTHING TO '
               'AGGREGATE'
             MOVE 'AGGREGATION FAILED - NO ACCEPTED RETURNS'
               TO RPT-STATUS
             WRITE RPT-REC FROM RPT-STATUS-LINE
             CLOSE RPTFILE
             MOVE 8 TO RUN-RC
             GO TO PROGRAM-END
           END-IF
      *
           OPEN OUTPUT NEWFILE
           PERFORM WRITE-OUTPUT-FILE
           CLOSE NEWFILE
      *
           OPEN OUTPUT CNTFILE
           PERFORM WRITE-COUNT-FILE
           CLOSE CNTFILE
      *
           PERFORM WRITE-CONTROL-LINES
      *
           IF EST-OK-COUNT < EST-READ-COUNT
             MOVE 'AGGREGATION COMPLETE - REJECTED RETURNS LISTED'
               TO RPT-STATUS
             MOVE 4 TO RUN-RC
           ELSE
             MOVE 'AGGREGATION COMPLETE - ALL RETURNS ACCEPTED'
               TO RPT-STATUS
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
           IF PRM-KEYWORD = 'ASOF'
               PERFORM APPLY-ASOF-CARD
           ELSE
            IF PRM-KEYWORD = 'SECTORS'
               PERFORM APPLY-SECTORS-CARD
            ELSE
               DISPLAY 'UNKNOWN PARAMETER KEYWORD - ' PRM-KEYWORD
               MOVE 'Y' TO PRM-ERR-SW
            END-IF
           END-IF.
      **
      **
       APPLY-ASOF-CARD.
           IF PRM-VALUE (1:8) NUMERIC
               MOVE PRM-VALUE (1:8) TO ASOF-DATE
           ELSE
               DISPLAY 'INVALID ASOF VALUE - MUST BE YYYYMMDD'
               MOVE 'Y' TO PRM-ERR-SW
           END-IF.
      **
      **
       APPLY-SECTORS-CARD.
           IF PRM-VALUE (1:3) NUMERIC
               MOVE PRM-VALUE (1:3) TO AGG-SECT-NUM
           ELSE
               MOVE 0 TO AGG-SECT-NUM
           END-IF
      *
           IF AGG-SECT-NUM >= 1 AND AGG-SECT-NUM <= 300
               MOVE AGG-SECT-NUM TO AGG-SECTORS
           ELSE
               DISPLAY 'INVALID SECTORS VALUE - MUST BE 001 '
                 'THROUGH 300'
               MOVE 'Y' TO PRM-ERR-SW
           END-IF.
      **
      **
       READ-FRAME-FILE.
            READ FRMFILE
      *
             AT END
              SET FRM-EOF TO TRUE
      *
             NOT AT END
               IF FRM-COUNT < FRM-MAX
                 ADD 1 TO FRM-COUNT
                 MOVE FRM-ESTAB-ID TO FRAME-ID (FRM-COUNT)
                 MOVE FRM-SECTOR-CODE TO FRAME-SECTOR (FRM-COUNT)
               ELSE
                 DISPLAY 'TOO MANY FRAME RECORDS - LIMIT IS ' FRM-MAX
                 MOVE 8 TO RUN-RC
                 SET FRM-EOF TO TRUE
               END-IF
            END-READ.
      **
      **
       READ-RETURN-FILE.
            READ RETFILE
      *
             AT END
              SET RET-EOF TO TRUE
      *
             NOT AT END
              ADD 1 TO RET-READ-COUNT
            END-READ.
      **
      **
      *    THE RETURNS ARRIVE SORTED ON ESTABLISHMENT ID - ALL LINES
      *    OF ONE ESTABLISHMENT ARE BUFFERED, THE RETURN IS EDITED AS
      *    A WHOLE AND THEN POSTED OR LISTED AS REJECTED.  ON THE
      *    LISTING THE OFFENDING LINES CARRY AN ASTERISK BEFORE THE
      *    REASON - THE OTHER LINES ARE REJECTED WITH THEM
       PROCESS-ESTABLISHMENT.
           IF RET-ESTAB-ID < PREV-EST-ID
               DISPLAY 'RETURNS OUT OF ESTABLISHMENT SEQUENCE - '
                 RET-ESTAB-ID ' FOLLOWS ' PREV-EST-ID
               SET SEQ-ERROR TO TRUE
           ELSE
               PERFORM EDIT-ESTABLISHMENT
           END-IF.
      **
      **
       EDIT-ESTABLISHMENT.
           MOVE RET-ESTAB-ID TO EST-ID
           MOVE RET-ESTAB-ID TO PREV-EST-ID
           ADD 1 TO EST-READ-COUNT
           MOVE 0 TO EST-LINE-COUNT
           SET EST-ACCEPTED TO TRUE
           MOVE SPACES TO EST-REASON
           MOVE RET-RPT-SECTOR TO EST-RPT-SECTOR
           MOVE RET-WEIGHT TO EST-WEIGHT
           PERFORM CLEAR-PURCHASE-SEEN VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > 300
      *
           PERFORM BUFFER-RETURN-LINE
             UNTIL RET-EOF OR RET-ESTAB-ID NOT = EST-ID
      *
           IF FRAME-ACTIVE
             AND (EST-ACCEPTED OR EST-INVALID)
               PERFORM CHECK-FRAME-SCOPE
           END-IF
      *
           IF EST-ACCEPTED
               ADD 1 TO EST-OK-COUNT
               PERFORM POST-RETURN-LINE VARYING LINE-IND FROM 1 BY 1
                 UNTIL LINE-IND > EST-LINE-COUNT OR CELL-OVERFLOW
           ELSE
               PERFORM COUNT-REJECTED-ESTABLISHMENT
               PERFORM LIST-REJECTED-LINE VARYING LINE-IND FROM 1 BY 1
                 UNTIL LINE-IND > EST-LINE-COUNT OR LINE-IND > LINE-MAX
           END-IF.
      **
      **
       CLEAR-PURCHASE-SEEN.
           MOVE 'N' TO EST-PUR-SEEN-ELM (COL-IND).
      **
      **
       BUFFER-RETURN-LINE.
           IF EST-LINE-COUNT >= LINE-MAX
      *
               ADD 1 TO EST-LINE-COUNT
               SET EST-DUPLICATE TO TRUE
               MOVE 'DUPLICATE - MORE LINES THAN SECTORS'
                 TO EST-REASON
      *
           ELSE
      *
               ADD 1 TO EST-LINE-COUNT
               MOVE EST-LINE-COUNT TO LINE-IND
               MOVE RET-RPT-SECTOR TO EST-LINE-RPT (LINE-IND)
               MOVE RET-PUR-SECTOR TO EST-LINE-PUR (LINE-IND)
               MOVE 'Y' TO EST-LINE-OK (LINE-IND)
      *
               IF RET-AMT NUMERIC AND RET-WEIGHT NUMERIC
                   MOVE RET-AMT TO EST-LINE-AMT (LINE-IND)
                   MOVE RET-WEIGHT TO EST-LINE-WGT (LINE-IND)
               ELSE
                   MOVE 0 TO EST-LINE-AMT (LINE-IND)
                   MOVE 0 TO EST-LINE-WGT (LINE-IND)
                   MOVE 'N' TO EST-LINE-OK (LINE-IND)
               END-IF
      *
               PERFORM EDIT-RETURN-LINE
      *
           END-IF
      *
           PERFORM READ-RETURN-FILE.
      **
      **
      *    EDITS ARE TAKEN IN ORDER OF SEVERITY - A DUPLICATE RETURN
      *    OUTRANKS AN OUT-OF-SCOPE ONE, WHICH OUTRANKS A KEYING ERROR
       EDIT-RETURN-LINE.
           IF EST-LINE-OK (LINE-IND) NOT = 'Y'
             OR EST-LINE-AMT (LINE-IND) < 0
             OR EST-LINE-WGT (LINE-IND) = 0
      *
               MOVE 'N' TO EST-LINE-OK (LINE-IND)
               IF EST-ACCEPTED
                   SET EST-INVALID TO TRUE
                   MOVE 'INVALID AMOUNT OR WEIGHT' TO EST-REASON
               END-IF
      *
           END-IF
      *
           IF RET-RPT-SECTOR NOT NUMERIC
             OR RET-PUR-SECTOR NOT NUMERIC
      *
               MOVE 'N' TO EST-LINE-OK (LINE-IND)
               IF EST-ACCEPTED OR EST-INVALID
                   SET EST-OUT-SCOPE TO TRUE
                   MOVE 'OUT OF SCOPE - SECTOR CODE' TO EST-REASON
               END-IF
      *
           ELSE
      *
               IF RET-RPT-SECTOR < 1 OR RET-RPT-SECTOR > AGG-SECTORS
                 OR RET-PUR-SECTOR < 1
                 OR RET-PUR-SECTOR > AGG-SECTORS
      *
                   MOVE 'N' TO EST-LINE-OK (LINE-IND)
                   IF EST-ACCEPTED OR EST-INVALID
                       SET EST-OUT-SCOPE TO TRUE
                       MOVE 'OUT OF SCOPE - SECTOR CODE'
                         TO EST-REASON
                   END-IF
      *
               ELSE
      *
                   IF EST-PUR-SEEN-ELM (RET-PUR-SECTOR) = 'Y'
                       MOVE 'N' TO EST-LINE-OK (LINE-IND)
                       SET EST-DUPLICATE TO TRUE
                       MOVE 'DUPLICATE - PURCHASER REPEATED'
                         TO EST-REASON
                   ELSE
                       MOVE 'Y' TO EST-PUR-SEEN-ELM (RET-PUR-SECTOR)
                   END-IF
      *
               END-IF
      *
           END-IF
      *
           IF RET-RPT-SECTOR NOT = EST-RPT-SECTOR
             OR RET-WEIGHT NOT = EST-WEIGHT
      *
               MOVE 'N' TO EST-LINE-OK (LINE-IND)
               SET EST-DUPLICATE TO TRUE
               MOVE 'DUPLICATE - CONFLICTING RETURNS' TO EST-REASON
      *
           END-IF.
      **
      **
       CHECK-FRAME-SCOPE.
           MOVE 0 TO FRM-IND
           PERFORM MATCH-FRAME-ID VARYING FRM-SUB FROM 1 BY 1
             UNTIL FRM-SUB > FRM-COUNT OR FRM-IND > 0
      *
           IF FRM-IND = 0
               SET EST-OUT-SCOPE TO TRUE
               MOVE 'OUT OF SCOPE - NOT ON FRAME' TO EST-REASON
           ELSE
            IF FRAME-SECTOR (FRM-IND) NOT = EST-RPT-SECTOR
               SET EST-OUT-SCOPE TO TRUE
               MOVE 'OUT OF SCOPE - FRAME SECTOR' TO EST-REASON
            END-IF
           END-IF.
      **
      **
       MATCH-FRAME-ID.
           IF FRAME-ID (FRM-SUB) = EST-ID
               MOVE FRM-SUB TO FRM-IND
           END-IF.
      **
      **
       POST-RETURN-LINE.
           MOVE EST-LINE-RPT (LINE-IND) TO ROW-IND
           MOVE EST-LINE-PUR (LINE-IND) TO COL-IND
      *
           COMPUTE WEIGHTED-AMT ROUNDED =
             EST-LINE-AMT (LINE-IND) * EST-LINE-WGT (LINE-IND)
             ON SIZE ERROR
               SET CELL-OVERFLOW TO TRUE
           END-COMPUTE
      *
           IF NOT CELL-OVERFLOW
               ADD WEIGHTED-AMT TO CELL-TOTAL-ELM (ROW-IND, COL-IND)
                 ON SIZE ERROR
                   SET CELL-OVERFLOW TO TRUE
               END-ADD
           END-IF
      *
           IF CELL-OVERFLOW
      *
               DISPLAY 'WEIGHTED CELL TOTAL OVERFLOW - ROW=' ROW-IND
                 ' COLMN=' COL-IND ' ESTABLISHMENT=' EST-ID
      *
           ELSE
      *
               ADD 1 TO LINE-OK-COUNT
               ADD 1 TO CELL-CONTRIB-ELM (ROW-IND, COL-IND)
      *
               IF WEIGHTED-AMT > CELL-MAX-ELM (ROW-IND, COL-IND)
                   MOVE WEIGHTED-AMT TO CELL-MAX-ELM (ROW-IND, COL-IND)
               END-IF
      *
           END-IF.
      **
      **
       COUNT-REJECTED-ESTABLISHMENT.
           IF EST-DUPLICATE
               ADD 1 TO EST-DUP-COUNT
           ELSE
            IF EST-OUT-SCOPE
               ADD 1 TO EST-SCOPE-COUNT
            ELSE
               ADD 1 TO EST-BAD-COUNT
            END-IF
           END-IF
      *
           ADD EST-LINE-COUNT TO LINE-REJ-COUNT
      *
           IF EST-LINE-COUNT > LINE-MAX
               DISPLAY 'ESTABLISHMENT ' EST-ID ' HAS ' EST-LINE-COUNT
                 ' RETURN LINES - ONLY THE FIRST ' LINE-MAX
                 ' ARE LISTED'
           END-IF.
      **
      **
       LIST-REJECTED-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE
           MOVE EST-ID TO RPT-DTL-ESTAB
           MOVE EST-LINE-RPT (LINE-IND) TO RPT-DTL-RPT
           MOVE EST-LINE-PUR (LINE-IND) TO RPT-DTL-PUR
           MOVE EST-LINE-AMT (LINE-IND) TO RPT-DTL-AMT
           MOVE EST-LINE-WGT (LINE-IND) TO RPT-DTL-WGT
      *
           IF EST-LINE-OK (LINE-IND) = 'Y'
               MOVE EST-REASON TO RPT-DTL-REASON
           ELSE
               STRING '*' DELIMITED BY SIZE
                 EST-REASON DELIMITED BY SIZE
                 INTO RPT-DTL-REASON
               END-STRING
           END-IF
      *
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
      **
      **
       WRITE-OUTPUT-FILE.
           MOVE 0 TO OUT-REC-COUNT
           MOVE 0 TO OUT-HASH-TOTAL
      *
           MOVE SPACES TO NEW-CTL-REC
           MOVE 'HDR' TO NEW-CTL-TYPE
           MOVE ASOF-DATE TO NEW-CTL-DATE
           MOVE 0 TO NEW-CTL-COUNT
           MOVE 0 TO NEW-CTL-HASH
           WRITE NEW-CTL-REC
      *
           PERFORM WRITE-OUTPUT-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > AGG-SECTORS
      *
           MOVE SPACES TO NEW-CTL-REC
           MOVE 'TRL' TO NEW-CTL-TYPE
           MOVE ASOF-DATE TO NEW-CTL-DATE
           MOVE OUT-REC-COUNT TO NEW-CTL-COUNT
           MOVE OUT-HASH-TOTAL TO NEW-CTL-HASH
           WRITE NEW-CTL-REC.
      **
      **
       WRITE-OUTPUT-ROW.
           PERFORM WRITE-OUTPUT-CELL VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > AGG-SECTORS.
      **
      **
       WRITE-OUTPUT-CELL.
           MOVE SPACES TO NEW-ELM
           MOVE ROW-IND TO NEW-ROW
           MOVE COL-IND TO NEW-COLMN
           MOVE CELL-TOTAL-ELM (ROW-IND, COL-IND) TO NEW-NUM
           WRITE NEW-ELM
      *
           ADD 1 TO OUT-REC-COUNT
           ADD CELL-TOTAL-ELM (ROW-IND, COL-IND) TO OUT-HASH-TOTAL.
      **
      **
      *    ONE RECORD PER CELL WITH AT LEAST ONE CONTRIBUTOR - THE
      *    TRAILER HASH IS THE SUM OF THE CONTRIBUTOR COUNTS
       WRITE-COUNT-FILE.
           MOVE 0 TO CNT-REC-COUNT
           MOVE 0 TO CNT-HASH-TOTAL
      *
           MOVE SPACES TO CNT-CTL-REC
           MOVE 'HDR' TO CNT-CTL-TYPE
           MOVE ASOF-DATE TO CNT-CTL-DATE
           MOVE 0 TO CNT-CTL-COUNT
           MOVE 0 TO CNT-CTL-HASH
           WRITE CNT-CTL-REC
      *
           PERFORM WRITE-COUNT-ROW VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > AGG-SECTORS
      *
           MOVE SPACES TO CNT-CTL-REC
           MOVE 'TRL' TO CNT-CTL-TYPE
           MOVE ASOF-DATE TO CNT-CTL-DATE
           MOVE CNT-REC-COUNT TO CNT-CTL-COUNT
           MOVE CNT-HASH-TOTAL TO CNT-CTL-HASH
           WRITE CNT-CTL-REC.
      **
      **
       WRITE-COUNT-ROW.
           PERFORM WRITE-COUNT-CELL VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > AGG-SECTORS.
      **
      **
       WRITE-COUNT-CELL.
           IF CELL-CONTRIB-ELM (ROW-IND, COL-IND) > 0
      *
               IF CELL-TOTAL-ELM (ROW-IND, COL-IND) > 0
                   COMPUTE SHARE-WORK ROUNDED =
                     CELL-MAX-ELM (ROW-IND, COL-IND)
                     / CELL-TOTAL-ELM (ROW-IND, COL-IND)
                   END-COMPUTE
               ELSE
                   MOVE 0 TO SHARE-WORK
               END-IF
      *
               MOVE SPACES TO CNT-REC
               MOVE ROW-IND TO CNT-ROW
               MOVE COL-IND TO CNT-COLMN
               MOVE CELL-CONTRIB-ELM (ROW-IND, COL-IND) TO CNT-CONTRIB
               MOVE SHARE-WORK TO CNT-MAX-SHARE
               WRITE CNT-REC
      *
               ADD 1 TO CNT-REC-COUNT
               ADD 1 TO CELL-USED-COUNT
               ADD CELL-CONTRIB-ELM (ROW-IND, COL-IND)
                 TO CNT-HASH-TOTAL
      *
           END-IF.
      **
      **
       WRITE-SUMMARY-LINES.
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE RET-READ-COUNT TO RPT-CNT-VALUE
           MOVE 'RETURN LINES READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE EST-READ-COUNT TO RPT-CNT-VALUE
           MOVE 'ESTABLISHMENTS READ' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE EST-OK-COUNT TO RPT-CNT-VALUE
           MOVE 'ESTABLISHMENTS ACCEPTED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE EST-DUP-COUNT TO RPT-CNT-VALUE
           MOVE 'ESTABLISHMENTS REJECTED - DUPLICATE RETURN'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE EST-SCOPE-COUNT TO RPT-CNT-VALUE
           MOVE 'ESTABLISHMENTS REJECTED - OUT OF SCOPE'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE EST-BAD-COUNT TO RPT-CNT-VALUE
           MOVE 'ESTABLISHMENTS REJECTED - INVALID AMOUNT OR WEIGHT'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE LINE-OK-COUNT TO RPT-CNT-VALUE
           MOVE 'RETURN LINES POSTED TO CELLS' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE LINE-REJ-COUNT TO RPT-CNT-VALUE
           MOVE 'RETURN LINES REJECTED' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE.
      **
      **
       WRITE-CONTROL-LINES.
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE OUT-REC-COUNT TO RPT-CNT-VALUE
           MOVE 'INFILE CELL RECORDS WRITTEN' TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE
      *
           MOVE SPACES TO RPT-HASH-LINE
           MOVE OUT-HASH-TOTAL TO RPT-HASH-VALUE
           MOVE 'INFILE TRAILER HASH TOTAL' TO RPT-HASH-TEXT
           WRITE RPT-REC FROM RPT-HASH-LINE
      *
           MOVE SPACES TO RPT-COUNT-LINE
           MOVE CELL-USED-COUNT TO RPT-CNT-VALUE
           MOVE 'CELLS WITH CONTRIBUTING ESTABLISHMENTS'
             TO RPT-CNT-TEXT
           WRITE RPT-REC FROM RPT-COUNT-LINE.
