      *                            run fails with RC 8 instead of
      *                            understating the impact with only
      *                            a SYSOUT warning
      * 10/15/2026 DQ              COEF= and COEFPCT= technology-
      *                            change cards - the stored inverse
      *                            for the as-of date is updated in
      *                            storage one cell at a time by the
      *                            Sherman-Morrison formula, and the
      *                            report sets the stored and revised
      *                            output multipliers and SHOCK=
      *                            impacts side by side; REPFILE is
      *                            only ever read
      * 10/15/2026 DQ              Coefficient change line trimmed to
      *                            the 104-byte report record
      *
      * Description: Applies ad-hoc demand shocks to the stored
      *              Leontief inverse cells and reports the output
      *              impact by sector.  With coefficient-change cards
      *              the whole stored inverse is read, revised for the
      *              new technology without re-inverting, and the
      *              output multipliers and shock impacts are reported
      *              for the stored and the revised inverse
      *
      * Parameter cards (PRMDD, * in column one = comment):
      *   ASOF=20260630             as-of date key of the stored run
      *                             sign and decimals)
      *   TARGET=017                optional - limit the printed
      *                             sectors (up to twenty cards)
      *   COEF=005,042,0.0850       input coefficient of row sector
      *                             005 into column sector 042 set
      *                             to a new value
      *   COEFPCT=005,042,-10       the same cell changed by a
      *                             percentage (up to ten COEF= and
      *                             COEFPCT= cards, one per cell)
      *
      * Return codes: 0 clean, 8 parameter card error, 12 no
      *              repository cells found for the as-of date, 16
      *              a coefficient change leaves the technology
      *              without a nonnegative inverse
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LTFQUERY.
       77  ROW-IND        PIC S9(03) USAGE IS COMP.
       77  SHOCK-IND      PIC S9(03) USAGE IS COMP VALUE 0.
       77  TGT-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  COL-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  CHG-IND        PIC S9(03) USAGE IS COMP VALUE 0.
       77  CHG-SUB        PIC S9(03) USAGE IS COMP VALUE 0.
      *-----------------------SINGLE VARIABLES-----------------------*
       77  REP-FILE-STATUS PIC X(02) VALUE SPACES.
       77  SCT-FILE-STATUS PIC X(02) VALUE SPACES.
       77  CELLS-FOUND    PIC S9(07) USAGE IS COMP VALUE 0.
       77  CELLS-MISSING  PIC S9(07) USAGE IS COMP VALUE 0.
       77  IMPACT-TOTAL   PIC S9(11)V9(07) USAGE IS COMP-3 VALUE 0.
       77  CHG-COUNT      PIC S9(03) USAGE IS COMP VALUE 0.
       77  CHG-MAX        PIC S9(03) USAGE IS COMP VALUE 10.
       77  CHG-ERR-SW     PIC X(01) VALUE 'N'.
           88  CHG-ERROR        VALUE 'Y'.
       77  BASE-TOTAL     PIC S9(11)V9(07) USAGE IS COMP-3 VALUE 0.
       77  CHANGE-WORK    PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
      *----------------------SHERMAN-MORRISON-------------------------*
      *    A CHANGE D IN COEFFICIENT (R,C) REVISES THE INVERSE AS
      *    L' = L + D * L(.,R) * L(C,.) / (1 - D * L(C,R)); A DIVISOR
      *    AT OR BELOW SM-TINY MEANS THE REVISED TECHNOLOGY HAS NO
      *    NONNEGATIVE INVERSE
       77  SM-DIVISOR     PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SM-RATIO       PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       77  SM-TINY        PIC S9(08)V9(10) USAGE IS COMP-3
                            VALUE 0.0000001000.
      *----------------------PARAMETER PARSING-----------------------*
       77  PRM-ERR-SW     PIC X(01) VALUE 'N'.
           88  PRM-ERROR        VALUE 'Y'.
       77  PRM-KEYWORD    PIC X(12) VALUE SPACES.
       77  QRY-SECT-X     PIC X(03) VALUE SPACES.
       77  QRY-SECT-NUM   PIC 9(03) VALUE 0.
       77  QRY-COL-X      PIC X(03) VALUE SPACES.
       77  QRY-COL-NUM    PIC 9(03) VALUE 0.
       77  QRY-CHG-TYPE   PIC X(01) VALUE SPACES.
       77  QRY-AMT-X      PIC X(22) VALUE SPACES.
       77  AMT-SIGN       PIC S9(01) USAGE IS COMP VALUE 1.
       77  AMT-WORK       PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  SECTOR-NAME-TABLE.
           05  SECTOR-NAME-ELM OCCURS 300 TIMES PIC X(20) VALUE SPACES.
       01  CHANGE-TABLE.
           05  CHG-ENTRY OCCURS 10 TIMES.
               10  CHG-ROW      PIC S9(03) USAGE IS COMP VALUE 0.
               10  CHG-COL      PIC S9(03) USAGE IS COMP VALUE 0.
               10  CHG-TYPE     PIC X(01) VALUE SPACES.
                   88  CHG-BY-PERCENT     VALUE 'P'.
               10  CHG-AMT      PIC S9(08)V9(10) USAGE IS COMP-3
                                 VALUE 0.
               10  CHG-OLD      PIC S9(08)V9(10) USAGE IS COMP-3
                                 VALUE 0.
               10  CHG-NEW      PIC S9(08)V9(10) USAGE IS COMP-3
                                 VALUE 0.
               10  CHG-DELTA    PIC S9(08)V9(10) USAGE IS COMP-3
                                 VALUE 0.
       01  INVERSE-MTRX.
           05  INV-ROW OCCURS 300 TIMES.
               10  INV-ELM OCCURS 300 TIMES
                    PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  SM-COLUMN-VECTOR.
           05  SM-COL-ELM OCCURS 300 TIMES
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  SM-ROW-VECTOR.
           05  SM-ROW-ELM OCCURS 300 TIMES
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  BASE-MULT-VECTOR.
           05  BASE-MULT-ELM OCCURS 300 TIMES
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  NEW-MULT-VECTOR.
           05  NEW-MULT-ELM OCCURS 300 TIMES
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
       01  BASE-IMPACT-VECTOR.
           05  BASE-IMPACT-ELM OCCURS 300 TIMES
                PIC S9(08)V9(10) USAGE IS COMP-3 VALUE 0.
      *----------------------REPORT LINE LAYOUTS---------------------*
       01  RPT-PAGE-HEADING.
           05  FILLER         PIC X(26) VALUE
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-TOT-IMPACT PIC -ZZZZZZZZZ9.99.
           05  FILLER         PIC X(61) VALUE SPACES.
       01  RPT-CHG-HEADING.
           05  FILLER         PIC X(45) VALUE
             'COEFFICIENT CHANGE  ROW SECTOR     COL SECTOR'.
           05  FILLER         PIC X(43) VALUE
             '             STORED        REVISED      PCT'.
           05  FILLER         PIC X(16) VALUE SPACES.
       01  RPT-CHG-LINE.
           05  FILLER         PIC X(08) VALUE SPACES.
           05  RPT-CHG-ROW    PIC ZZ9.
           05  FILLER         PIC X(03) VALUE ' X '.
           05  RPT-CHG-COL    PIC ZZ9.
           05  FILLER         PIC X(03) VALUE SPACES.
           05  RPT-CHG-ROW-NAME PIC X(14).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-CHG-COL-NAME PIC X(14).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-CHG-OLD    PIC -ZZZ9.9999999.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RPT-CHG-NEW    PIC -ZZZ9.9999999.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RPT-CHG-PCT    PIC -ZZZ9.99.
           05  FILLER         PIC X(16) VALUE SPACES.
       01  RPT-MULT-TITLE.
           05  FILLER         PIC X(44) VALUE
             'OUTPUT MULTIPLIERS - STORED AND REVISED'.
           05  FILLER         PIC X(60) VALUE SPACES.
       01  RPT-IMPACT-TITLE.
           05  FILLER         PIC X(44) VALUE
             'OUTPUT IMPACT OF SHOCKS - STORED AND REVISED'.
           05  FILLER         PIC X(60) VALUE SPACES.
       01  RPT-CMP-HEADING.
           05  FILLER         PIC X(29) VALUE 'SECTOR  NAME'.
           05  FILLER         PIC X(15) VALUE '         STORED'.
           05  FILLER         PIC X(15) VALUE '        REVISED'.
           05  FILLER         PIC X(15) VALUE '         CHANGE'.
           05  FILLER         PIC X(30) VALUE SPACES.
       01  RPT-MULT-LINE.
           05  RPT-MULT-SECTOR PIC ZZ9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RPT-MULT-NAME   PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-MULT-BLOCK OCCURS 3 TIMES.
               10  FILLER          PIC X(02).
               10  RPT-MULT-VALUE  PIC -ZZZZ9.999999.
           05  FILLER          PIC X(30) VALUE SPACES.
       01  RPT-CMP-LINE.
           05  RPT-CMP-SECTOR  PIC ZZ9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RPT-CMP-NAME    PIC X(20).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-CMP-BLOCK OCCURS 3 TIMES.
               10  FILLER          PIC X(01).
               10  RPT-CMP-VALUE   PIC -ZZZZZZZ9.9999.
           05  FILLER          PIC X(30) VALUE SPACES.
      ***
      ***
      ***
               MOVE 'Y' TO PRM-ERR-SW
           END-IF
      *
           IF SHOCK-COUNT = 0 AND CHG-COUNT = 0
               DISPLAY 'AT LEAST ONE SHOCK=, COEF= OR COEFPCT= '
                 'PARAMETER CARD REQUIRED'
               MOVE 'Y' TO PRM-ERR-SW
           END-IF
      *
               PERFORM VALIDATE-TARGET-RANGE
                 VARYING TGT-IND FROM 1 BY 1
                 UNTIL TGT-IND > TGT-COUNT
      *
               PERFORM VALIDATE-CHANGE-RANGE
                 VARYING CHG-IND FROM 1 BY 1
                 UNTIL CHG-IND > CHG-COUNT
      *
           END-IF
      *
               GO TO PROGRAM-END
           END-IF
      *
           IF CHG-COUNT > 0
               PERFORM LOAD-INVERSE-ROW VARYING ROW-IND FROM 1 BY 1
                 UNTIL ROW-IND > QRY-SECTORS
               PERFORM READ-CHANGE-CELL VARYING CHG-IND FROM 1 BY 1
                 UNTIL CHG-IND > CHG-COUNT
           ELSE
               PERFORM APPLY-ONE-SHOCK VARYING SHOCK-IND FROM 1 BY 1
                 UNTIL SHOCK-IND > SHOCK-COUNT
           END-IF
      *
           CLOSE REPFILE
      *
                 'NOT FOUND FOR AS-OF DATE ' QRY-ASOF-DATE
                 ' - TREATED AS ZERO'
           END-IF
      *
           IF CHG-COUNT > 0
      *
               IF CHG-ERROR
                   DISPLAY 'COEFFICIENT CHANGE ERRORS - QUERY NOT RUN'
                   MOVE 8 TO RUN-RC
                   GO TO PROGRAM-END
               END-IF
      *
               PERFORM BUILD-BASE-RESULTS
      *
               PERFORM APPLY-COEF-CHANGE VARYING CHG-IND FROM 1 BY 1
                 UNTIL CHG-IND > CHG-COUNT OR RUN-RC > 0
      *
               IF RUN-RC > 0
                   GO TO PROGRAM-END
               END-IF
      *
               PERFORM BUILD-REVISED-RESULTS
      *
           END-IF
      *
           OPEN OUTPUT RPTFILE
      *
           IF CHG-COUNT > 0
               PERFORM WRITE-CHANGE-REPORT
           ELSE
               PERFORM WRITE-QUERY-REPORT
           END-IF
      *
           CLOSE RPTFILE.
      **
      **
              IF PRM-KEYWORD = 'TARGET'
               PERFORM APPLY-TARGET-CARD
              ELSE
               IF PRM-KEYWORD = 'COEF'
                MOVE 'V' TO QRY-CHG-TYPE
                PERFORM APPLY-CHANGE-CARD
               ELSE
                IF PRM-KEYWORD = 'COEFPCT'
                 MOVE 'P' TO QRY-CHG-TYPE
                 PERFORM APPLY-CHANGE-CARD
                ELSE
                 DISPLAY 'UNKNOWN PARAMETER KEYWORD - ' PRM-KEYWORD
                 MOVE 'Y' TO PRM-ERR-SW
                END-IF
               END-IF
              END-IF
             END-IF
            END-IF
            END-IF
           END-IF.
      **
      **
       APPLY-CHANGE-CARD.
           MOVE SPACES TO QRY-SECT-X
           MOVE SPACES TO QRY-COL-X
           MOVE SPACES TO QRY-AMT-X
           UNSTRING PRM-VALUE DELIMITED BY ','
             INTO QRY-SECT-X QRY-COL-X QRY-AMT-X
      *
           IF QRY-SECT-X NUMERIC
               MOVE QRY-SECT-X TO QRY-SECT-NUM
           ELSE
               MOVE 0 TO QRY-SECT-NUM
           END-IF
      *
           IF QRY-COL-X NUMERIC
               MOVE QRY-COL-X TO QRY-COL-NUM
           ELSE
               MOVE 0 TO QRY-COL-NUM
           END-IF
      *
           PERFORM PARSE-AMOUNT
      *
           MOVE 0 TO CHG-SUB
      *
           PERFORM FIND-CHANGE-CELL VARYING CHG-IND FROM 1 BY 1
             UNTIL CHG-IND > CHG-COUNT
      *
           IF QRY-SECT-NUM < 1 OR QRY-SECT-NUM > 300
             OR QRY-COL-NUM < 1 OR QRY-COL-NUM > 300 OR AMT-BAD
               DISPLAY 'INVALID COEFFICIENT CHANGE CARD - ' PRM-VALUE
               MOVE 'Y' TO PRM-ERR-SW
           ELSE
            IF CHG-SUB > 0
               DISPLAY 'DUPLICATE COEFFICIENT CHANGE FOR ROW '
                 QRY-SECT-NUM ' COLUMN ' QRY-COL-NUM
               MOVE 'Y' TO PRM-ERR-SW
            ELSE
             IF CHG-COUNT >= CHG-MAX
               DISPLAY 'TOO MANY COEF AND COEFPCT CARDS - LIMIT IS '
                 CHG-MAX
               MOVE 'Y' TO PRM-ERR-SW
             ELSE
               ADD 1 TO CHG-COUNT
               MOVE QRY-SECT-NUM TO CHG-ROW (CHG-COUNT)
               MOVE QRY-COL-NUM TO CHG-COL (CHG-COUNT)
               MOVE QRY-CHG-TYPE TO CHG-TYPE (CHG-COUNT)
               MOVE AMT-WORK TO CHG-AMT (CHG-COUNT)
             END-IF
            END-IF
           END-IF.
      **
      **
       FIND-CHANGE-CELL.
           IF CHG-ROW (CHG-IND) = QRY-SECT-NUM
             AND CHG-COL (CHG-IND) = QRY-COL-NUM
               MOVE CHG-IND TO CHG-SUB
           END-IF.
      **
      **
       VALIDATE-CHANGE-RANGE.
           IF CHG-ROW (CHG-IND) > QRY-SECTORS
             OR CHG-COL (CHG-IND) > QRY-SECTORS
               DISPLAY 'INVALID COEFFICIENT CHANGE - ROW '
                 CHG-ROW (CHG-IND) ' COLUMN ' CHG-COL (CHG-IND)
                 ' EXCEEDS THE SECTORS= COUNT ' QRY-SECTORS
               MOVE 'Y' TO PRM-ERR-SW
           END-IF.
      **
      **
       VALIDATE-SHOCK-RANGE.
           IF SHOCK-SECTOR (SHOCK-IND) > QRY-SECTORS
           MOVE IMPACT-ELM (ROW-IND) TO RPT-DTL-IMPACT
           ADD IMPACT-ELM (ROW-IND) TO IMPACT-TOTAL
           WRITE RPT-REC FROM RPT-DETAIL-LINE.
      **
      **
       LOAD-INVERSE-ROW.
           PERFORM LOAD-INVERSE-CELL VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > QRY-SECTORS.
      **
      **
       LOAD-INVERSE-CELL.
           MOVE 'LTF' TO REP-MATRIX-ID
           MOVE QRY-ASOF-DATE TO REP-ASOF-DATE
           MOVE ROW-IND TO REP-ROW
           MOVE COL-IND TO REP-COLMN
      *
           READ REPFILE
             INVALID KEY
               ADD 1 TO CELLS-MISSING
               MOVE 0 TO INV-ELM (ROW-IND, COL-IND)
             NOT INVALID KEY
               ADD 1 TO CELLS-FOUND
               MOVE REP-NUM TO INV-ELM (ROW-IND, COL-IND)
           END-READ.
      **
      **
       READ-CHANGE-CELL.
           MOVE 'IO ' TO REP-MATRIX-ID
           MOVE QRY-ASOF-DATE TO REP-ASOF-DATE
           MOVE CHG-ROW (CHG-IND) TO REP-ROW
           MOVE CHG-COL (CHG-IND) TO REP-COLMN
      *
           READ REPFILE
             INVALID KEY
               DISPLAY 'WARNING - STORED COEFFICIENT ROW '
                 CHG-ROW (CHG-IND) ' COLUMN ' CHG-COL (CHG-IND)
                 ' NOT FOUND - TREATED AS ZERO'
               MOVE 0 TO CHG-OLD (CHG-IND)
             NOT INVALID KEY
               MOVE REP-NUM TO CHG-OLD (CHG-IND)
           END-READ
      *
           IF CHG-BY-PERCENT (CHG-IND)
               COMPUTE CHG-NEW (CHG-IND) ROUNDED = CHG-OLD (CHG-IND)
                 * (1 + (CHG-AMT (CHG-IND) / 100))
               END-COMPUTE
           ELSE
               MOVE CHG-AMT (CHG-IND) TO CHG-NEW (CHG-IND)
           END-IF
      *
           COMPUTE CHG-DELTA (CHG-IND) = CHG-NEW (CHG-IND)
             - CHG-OLD (CHG-IND)
           END-COMPUTE
      *
           IF CHG-NEW (CHG-IND) < 0
               DISPLAY 'INVALID COEFFICIENT CHANGE - ROW '
                 CHG-ROW (CHG-IND) ' COLUMN ' CHG-COL (CHG-IND)
                 ' REVISED COEFFICIENT IS NEGATIVE'
               MOVE 'Y' TO CHG-ERR-SW
           END-IF.
      **
      **
       BUILD-BASE-RESULTS.
           PERFORM BUILD-BASE-SECTOR VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > QRY-SECTORS.
      **
      **
       BUILD-BASE-SECTOR.
           MOVE 0 TO BASE-MULT-ELM (ROW-IND)
           MOVE 0 TO BASE-IMPACT-ELM (ROW-IND)
      *
           PERFORM ADD-BASE-MULTIPLIER VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > QRY-SECTORS
      *
           PERFORM ADD-BASE-IMPACT VARYING SHOCK-IND FROM 1 BY 1
             UNTIL SHOCK-IND > SHOCK-COUNT.
      **
      **
       ADD-BASE-MULTIPLIER.
           ADD INV-ELM (COL-IND, ROW-IND) TO BASE-MULT-ELM (ROW-IND).
      **
      **
       ADD-BASE-IMPACT.
           COMPUTE BASE-IMPACT-ELM (ROW-IND) = BASE-IMPACT-ELM (ROW-IND)
             + (INV-ELM (ROW-IND, SHOCK-SECTOR (SHOCK-IND))
             * SHOCK-AMT (SHOCK-IND))
           END-COMPUTE.
      **
      **
       APPLY-COEF-CHANGE.
           IF CHG-DELTA (CHG-IND) NOT = 0
      *
               COMPUTE SM-DIVISOR = 1 - (CHG-DELTA (CHG-IND)
                 * INV-ELM (CHG-COL (CHG-IND), CHG-ROW (CHG-IND)))
               END-COMPUTE
      *
               IF SM-DIVISOR <= SM-TINY
                   DISPLAY 'COEFFICIENT CHANGE ROW ' CHG-ROW (CHG-IND)
                     ' COLUMN ' CHG-COL (CHG-IND) ' LEAVES THE '
                     'TECHNOLOGY WITHOUT A NONNEGATIVE INVERSE'
                   MOVE 16 TO RUN-RC
               ELSE
                   PERFORM SAVE-CHANGE-VECTORS
                     VARYING ROW-IND FROM 1 BY 1
                     UNTIL ROW-IND > QRY-SECTORS
                   PERFORM UPDATE-INVERSE-ROW
                     VARYING ROW-IND FROM 1 BY 1
                     UNTIL ROW-IND > QRY-SECTORS
               END-IF
      *
           END-IF.
      **
      **
       SAVE-CHANGE-VECTORS.
           MOVE INV-ELM (ROW-IND, CHG-ROW (CHG-IND))
             TO SM-COL-ELM (ROW-IND)
           MOVE INV-ELM (CHG-COL (CHG-IND), ROW-IND)
             TO SM-ROW-ELM (ROW-IND).
      **
      **
       UPDATE-INVERSE-ROW.
           IF SM-COL-ELM (ROW-IND) NOT = 0
      *
               COMPUTE SM-RATIO ROUNDED = CHG-DELTA (CHG-IND)
                 * SM-COL-ELM (ROW-IND) / SM-DIVISOR
               END-COMPUTE
      *
               PERFORM UPDATE-INVERSE-CELL VARYING COL-IND FROM 1 BY 1
                 UNTIL COL-IND > QRY-SECTORS
      *
           END-IF.
      **
      **
       UPDATE-INVERSE-CELL.
           COMPUTE INV-ELM (ROW-IND, COL-IND) ROUNDED
             = INV-ELM (ROW-IND, COL-IND)
             + (SM-RATIO * SM-ROW-ELM (COL-IND))
           END-COMPUTE.
      **
      **
       BUILD-REVISED-RESULTS.
           PERFORM BUILD-REVISED-SECTOR VARYING ROW-IND FROM 1 BY 1
             UNTIL ROW-IND > QRY-SECTORS.
      **
      **
       BUILD-REVISED-SECTOR.
           MOVE 0 TO NEW-MULT-ELM (ROW-IND)
           MOVE 0 TO IMPACT-ELM (ROW-IND)
      *
           PERFORM ADD-REVISED-MULTIPLIER VARYING COL-IND FROM 1 BY 1
             UNTIL COL-IND > QRY-SECTORS
      *
           PERFORM ADD-REVISED-IMPACT VARYING SHOCK-IND FROM 1 BY 1
             UNTIL SHOCK-IND > SHOCK-COUNT.
      **
      **
       ADD-REVISED-MULTIPLIER.
           ADD INV-ELM (COL-IND, ROW-IND) TO NEW-MULT-ELM (ROW-IND).
      **
      **
       ADD-REVISED-IMPACT.
           COMPUTE IMPACT-ELM (ROW-IND) = IMPACT-ELM (ROW-IND)
             + (INV-ELM (ROW-IND, SHOCK-SECTOR (SHOCK-IND))
             * SHOCK-AMT (SHOCK-IND))
           END-COMPUTE.
      **
      **
       WRITE-CHANGE-REPORT.
           MOVE QRY-ASOF-DATE TO RPT-HDG-DATE
           WRITE RPT-REC FROM RPT-PAGE-HEADING
      *
           WRITE RPT-REC FROM RPT-CHG-HEADING
      *
           PERFORM WRITE-CHANGE-LINE VARYING CHG-IND FROM 1 BY 1
             UNTIL CHG-IND > CHG-COUNT
      *
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-MULT-TITLE
           WRITE RPT-REC FROM RPT-CMP-HEADING
      *
           IF TGT-COUNT > 0
               PERFORM WRITE-TARGET-MULT VARYING TGT-IND FROM 1 BY 1
                 UNTIL TGT-IND > TGT-COUNT
           ELSE
               PERFORM WRITE-MULT-ROW VARYING ROW-IND FROM 1 BY 1
                 UNTIL ROW-IND > QRY-SECTORS
           END-IF
      *
           IF SHOCK-COUNT > 0
      *
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               WRITE RPT-REC FROM RPT-IMPACT-TITLE
      *
               PERFORM WRITE-SHOCK-LINE VARYING SHOCK-IND FROM 1 BY 1
                 UNTIL SHOCK-IND > SHOCK-COUNT
      *
               WRITE RPT-REC FROM RPT-CMP-HEADING
      *
               MOVE 0 TO BASE-TOTAL
               MOVE 0 TO IMPACT-TOTAL
      *
               IF TGT-COUNT > 0
                   PERFORM WRITE-TARGET-CMP VARYING TGT-IND FROM 1 BY 1
                     UNTIL TGT-IND > TGT-COUNT
               ELSE
                   PERFORM WRITE-CMP-ROW VARYING ROW-IND FROM 1 BY 1
                     UNTIL ROW-IND > QRY-SECTORS
               END-IF
      *
               MOVE SPACES TO RPT-CMP-LINE
               MOVE 'TOTAL' TO RPT-CMP-LINE
               MOVE BASE-TOTAL TO RPT-CMP-VALUE (1)
               MOVE IMPACT-TOTAL TO RPT-CMP-VALUE (2)
               COMPUTE RPT-CMP-VALUE (3) = IMPACT-TOTAL - BASE-TOTAL
               END-COMPUTE
               WRITE RPT-REC FROM RPT-CMP-LINE
      *
           END-IF.
      **
      **
       WRITE-CHANGE-LINE.
           MOVE CHG-ROW (CHG-IND) TO RPT-CHG-ROW
           MOVE CHG-COL (CHG-IND) TO RPT-CHG-COL
           MOVE SECTOR-NAME-ELM (CHG-ROW (CHG-IND))
             TO RPT-CHG-ROW-NAME
           MOVE SECTOR-NAME-ELM (CHG-COL (CHG-IND))
             TO RPT-CHG-COL-NAME
           MOVE CHG-OLD (CHG-IND) TO RPT-CHG-OLD
           MOVE CHG-NEW (CHG-IND) TO RPT-CHG-NEW
           MOVE SPACES TO RPT-CHG-LINE (81:8)
      *
           IF CHG-OLD (CHG-IND) NOT = 0
               COMPUTE RPT-CHG-PCT ROUNDED = CHG-DELTA (CHG-IND)
                 * 100 / CHG-OLD (CHG-IND)
                 ON SIZE ERROR
                   MOVE SPACES TO RPT-CHG-LINE (81:8)
               END-COMPUTE
           END-IF
      *
           WRITE RPT-REC FROM RPT-CHG-LINE.
      **
      **
       WRITE-TARGET-MULT.
           MOVE TGT-SECTOR (TGT-IND) TO ROW-IND
           PERFORM WRITE-MULT-ROW.
      **
      **
       WRITE-MULT-ROW.
           MOVE SPACES TO RPT-MULT-LINE
           MOVE ROW-IND TO RPT-MULT-SECTOR
           MOVE SECTOR-NAME-ELM (ROW-IND) TO RPT-MULT-NAME
           MOVE BASE-MULT-ELM (ROW-IND) TO RPT-MULT-VALUE (1)
           MOVE NEW-MULT-ELM (ROW-IND) TO RPT-MULT-VALUE (2)
           COMPUTE RPT-MULT-VALUE (3) = NEW-MULT-ELM (ROW-IND)
             - BASE-MULT-ELM (ROW-IND)
           END-COMPUTE
           WRITE RPT-REC FROM RPT-MULT-LINE.
      **
      **
       WRITE-TARGET-CMP.
           MOVE TGT-SECTOR (TGT-IND) TO ROW-IND
           PERFORM WRITE-CMP-ROW.
      **
      **
       WRITE-CMP-ROW.
           MOVE SPACES TO RPT-CMP-LINE
           MOVE ROW-IND TO RPT-CMP-SECTOR
           MOVE SECTOR-NAME-ELM (ROW-IND) TO RPT-CMP-NAME
           MOVE BASE-IMPACT-ELM (ROW-IND) TO RPT-CMP-VALUE (1)
           MOVE IMPACT-ELM (ROW-IND) TO RPT-CMP-VALUE (2)
           COMPUTE RPT-CMP-VALUE (3) = IMPACT-ELM (ROW-IND)
             - BASE-IMPACT-ELM (ROW-IND)
           END-COMPUTE
           ADD BASE-IMPACT-ELM (ROW-IND) TO BASE-TOTAL
           ADD IMPACT-ELM (ROW-IND) TO IMPACT-TOTAL
           WRITE RPT-REC FROM RPT-CMP-LINE.
