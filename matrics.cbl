       02 FILLER PIC X VALUE SPACE.
       02 MAT-VALUE PIC -(5)9.9999.
       02 FILLER PIC X(20) VALUE SPACES.
       01 MAT-LSQ-REC.
       02 MLQ-TYPE PIC X(3).
       02 FILLER PIC X.
       02 MLQ-ROW PIC Z9.
       02 FILLER PIC X.
       02 MLQ-COL PIC Z9.
       02 FILLER PIC X.
       02 MLQ-VALUE PIC -(13)9.9999.
       02 FILLER PIC X(12).
       FD JOBFILE
       LABEL RECORDS ARE STANDARD.
       01 JOB-REC.
       02 JOB-OP PIC X(3).
       02 JOB-R1 PIC XX.
       02 JOB-C1 PIC XX.
       02 JOB-NAME PIC X(8).
       02 JOB-CONST PIC X.
       02 FILLER PIC X(4).
       01 JOB-VAL-REC REDEFINES JOB-REC.
       02 JOB-VAL PIC X(3).
       02 FILLER PIC X(17).
       77 DET-VAL PIC S9(9)V9(4).
       77 DET-DISP PIC -(9)9.9999.
       77 SOLV-DISP PIC -(4)9.9999.
       01 LS-X-TAB.
       02 LS-XR OCCURS 24 TIMES.
       03 LS-X PIC S9(9)V9(4) OCCURS 10 TIMES.
       01 LS-Y-TAB.
       02 LS-Y PIC S9(9)V9(4) OCCURS 24 TIMES.
       01 LS-N-TAB.
       02 LS-NR OCCURS 10 TIMES.
       03 LS-N PIC S9(15)V9(8) OCCURS 10 TIMES.
       01 LS-B-TAB.
       02 LS-B PIC S9(15)V9(8) OCCURS 10 TIMES.
       01 LS-R-TAB.
       02 LS-RESID PIC S9(11)V9(4) OCCURS 24 TIMES.
       77 LS-ROWS PIC 9(2).
       77 LS-COLS PIC 9(2).
       77 LS-CONST PIC X.
       77 LS-SAVE-NAME PIC X(8).
       77 LS-PIVOT PIC S9(15)V9(8).
       77 LS-ABS PIC S9(15)V9(8).
       77 LS-BEST PIC S9(15)V9(8).
       77 LS-FACTOR PIC S9(15)V9(8).
       77 LS-SWAP PIC S9(15)V9(8).
       77 LS-SWAP-ROW PIC 9(2).
       77 LS-SINGULAR PIC 9 VALUE 0.
       77 LS-OVERFLOW PIC 9 VALUE 0.
       77 LS-FIT-OK PIC 9 VALUE 0.
       77 LS-FITTED PIC S9(11)V9(4).
       77 LS-SUM-Y PIC S9(13)V9(4).
       77 LS-MEAN PIC S9(11)V9(6).
       77 LS-SSE PIC S9(18)V9(4).
       77 LS-SST PIC S9(18)V9(4).
       77 LS-RSQ PIC S9V9(6).
       77 LS-DISP PIC -(13)9.9999.
       77 LS-RSQ-DISP PIC -9.999999.
       77 LS-NUM PIC S9(9)V9(4).
       77 LS-WORK PIC 9(13).
       77 LS-DIGIT PIC 9.
       77 LS-DIGITS PIC 99.
       77 LS-INT-DIGITS PIC 99.
       77 LS-DECS PIC 9.
       77 LS-FRAC PIC 9.
       77 LS-NEG PIC 9.
       77 LS-SCAN PIC 99.
       77 RUN-FAILED PIC 9 VALUE ZERO.
       77 FAIL-ENDING PIC 9 VALUE ZERO.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       DISPLAY "7.SAVE RESULT TO LIBRARY".
       DISPLAY "8.LIST LIBRARY".
       DISPLAY "9.SOLVE LINEAR SYSTEM".
       DISPLAY "0.LEAST SQUARES FIT".
       DISPLAY "ENTER YOUR CHOICE".
       ACCEPT MCHI.
       IF MCHI=1
       PERFORM DO-LIST THRU DO-LIST-END
       ELSE IF MCHI=9
       PERFORM DO-SOLVE
       ELSE IF MCHI=0
       PERFORM DO-LSQ
       ELSE
       DISPLAY "INVALID CHOICE - RE-ENTER".
       GO TO MENU-PARA.
       CLOSE MATOUT.
       GO TO MENU-PARA.

       DO-LSQ.
       DISPLAY " LEAST SQUARES FIT ".
       PERFORM LSQ-GET-DATA THRU LSQ-GET-DATA-END.
       IF LS-ROWS = 0
       GO TO MENU-PARA.
       OPEN EXTEND MATOUT.
       MOVE "MATOUT" TO ERR-FILE.
       MOVE FS-MATOUT TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PERFORM LSQ-RUN THRU LSQ-RUN-END.
       CLOSE MATOUT.
       IF LS-FIT-OK = 1
       DISPLAY "SAVE COEFFICIENTS AS (8 CHARS, BLANK TO SKIP):"
       ACCEPT ML-SAVE-NAME
       IF ML-SAVE-NAME NOT = SPACES
       PERFORM SAVE-RESULT THRU SAVE-RESULT-END.
       GO TO MENU-PARA.

       LSQ-GET-DATA.
       MOVE 0 TO LS-ROWS.
       DISPLAY "OBSERVATIONS FROM (K=KEYBOARD, L=LIBRARY)?".
       ACCEPT MAT-SRC.
       IF MAT-SRC = "L"
       PERFORM LSQ-LOAD-LIBRARY THRU LSQ-LOAD-LIBRARY-END
       GO TO LSQ-GET-DATA-CONST.
       IF MAT-SRC NOT = "K"
       DISPLAY "INVALID CHOICE - RE-ENTER"
       GO TO LSQ-GET-DATA.
       LSQ-GET-ROWS.
       DISPLAY " ENTER THE NO.of OBSERVATIONS (ROWS) :".
       ACCEPT LS-ROWS.
       IF LS-ROWS < 1 OR LS-ROWS > 24
       DISPLAY "INVALID ROW COUNT - MUST BE 1-24, RE-ENTER"
       GO TO LSQ-GET-ROWS.
       LSQ-GET-COLS.
       DISPLAY " ENTER THE No.OF UNKNOWNS (COLUMNS) :".
       ACCEPT LS-COLS.
       IF LS-COLS < 1 OR LS-COLS > 10
       DISPLAY "INVALID COLUMN COUNT - MUST BE 1-10, RE-ENTER"
       GO TO LSQ-GET-COLS.
       DISPLAY " ENTER X VALUES ROW BY ROW (ONE by ONE) ".
       PERFORM LSQ-ACCEPT-X VARYING I FROM 1 BY 1 UNTIL I > LS-ROWS
       AFTER J FROM 1 BY 1 UNTIL J > LS-COLS.
       DISPLAY " ENTER OBSERVED Y VALUES (ONE by ONE) ".
       PERFORM LSQ-ACCEPT-Y VARYING I FROM 1 BY 1 UNTIL I > LS-ROWS.
       LSQ-GET-DATA-CONST.
       IF LS-ROWS = 0
       GO TO LSQ-GET-DATA-END.
       DISPLAY "ADD CONSTANT TERM COLUMN (Y/N)?".
       ACCEPT LS-CONST.
       IF LS-CONST NOT = "Y" AND LS-CONST NOT = "N"
       DISPLAY "ANSWER Y OR N - RE-ENTER"
       GO TO LSQ-GET-DATA-CONST.
       PERFORM LSQ-CHECK-SHAPE THRU LSQ-CHECK-SHAPE-END.
       LSQ-GET-DATA-END.
       EXIT.

       LSQ-ACCEPT-X.
       ACCEPT LS-X(I J).

       LSQ-ACCEPT-Y.
       ACCEPT LS-Y(I).

       LSQ-CHECK-SHAPE.
       IF LS-CONST = "Y" AND LS-COLS >= 10
       DISPLAY "NO ROOM FOR CONSTANT TERM - 10 UNKNOWNS AT MOST"
       MOVE 0 TO LS-ROWS
       GO TO LSQ-CHECK-SHAPE-END.
       IF LS-CONST = "Y"
       PERFORM LSQ-ADD-CONSTANT VARYING I FROM 1 BY 1
       UNTIL I > LS-ROWS
       ADD 1 TO LS-COLS.
       IF LS-ROWS < LS-COLS
       DISPLAY "LEAST SQUARES NEEDS AT LEAST AS MANY OBSERVATIONS"
       DISPLAY "AS UNKNOWNS - SKIPPED"
       MOVE 0 TO LS-ROWS.
       LSQ-CHECK-SHAPE-END.
       EXIT.

       LSQ-ADD-CONSTANT.
       PERFORM LSQ-SHIFT-COL VARYING J FROM LS-COLS BY -1
       UNTIL J < 1.
       MOVE 1 TO LS-X(I 1).

       LSQ-SHIFT-COL.
       COMPUTE K = J + 1.
       MOVE LS-X(I J) TO LS-X(I K).

       LSQ-LOAD-LIBRARY.
       DISPLAY "LIBRARY MATRIX NAME (8 CHARS):".
       DISPLAY "(LAST COLUMN HOLDS THE OBSERVED Y VALUES)".
       ACCEPT ML-LOAD-NAME.
       OPEN INPUT MATLIB.
       MOVE "MATLIB" TO ERR-FILE.
       MOVE FS-MATLIB TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE ML-LOAD-NAME TO ML-NAME.
       MOVE 0 TO ML-ROW.
       MOVE 0 TO ML-COL.
       READ MATLIB RECORD KEY IS ML-KEY
       INVALID KEY
       DISPLAY "MATRIX NOT IN LIBRARY:" ML-LOAD-NAME
       CLOSE MATLIB
       GO TO LSQ-LOAD-LIBRARY-END.
       MOVE ML-VALUE TO ML-DIMS.
       DIVIDE ML-DIMS BY 100 GIVING LD-R1 REMAINDER LD-C1.
       IF LD-R1 < 1 OR LD-R1 > 24 OR LD-C1 < 2 OR LD-C1 > 11
       DISPLAY "LIBRARY MATRIX MUST BE 1-24 ROWS BY 2-11 COLUMNS"
       CLOSE MATLIB
       GO TO LSQ-LOAD-LIBRARY-END.
       PERFORM LSQ-LOAD-CELL VARYING I FROM 1 BY 1 UNTIL I > LD-R1
       AFTER J FROM 1 BY 1 UNTIL J > LD-C1.
       CLOSE MATLIB.
       MOVE LD-R1 TO LS-ROWS.
       COMPUTE LS-COLS = LD-C1 - 1.
       DISPLAY "LOADED " ML-LOAD-NAME " (" LD-R1 " X " LD-C1 ")".
       LSQ-LOAD-LIBRARY-END.
       EXIT.

       LSQ-LOAD-CELL.
       MOVE ML-LOAD-NAME TO ML-NAME.
       MOVE I TO ML-ROW.
       MOVE J TO ML-COL.
       READ MATLIB RECORD KEY IS ML-KEY
       INVALID KEY
       MOVE ZERO TO ML-VALUE.
       IF J = LD-C1
       MOVE ML-VALUE TO LS-Y(I)
       ELSE
       MOVE ML-VALUE TO LS-X(I J).

       LSQ-RUN.
       MOVE 0 TO LS-FIT-OK.
       MOVE 0 TO LS-OVERFLOW.
       PERFORM LSQ-NORMAL VARYING J FROM 1 BY 1 UNTIL J > LS-COLS
       AFTER K FROM 1 BY 1 UNTIL K > LS-COLS.
       PERFORM LSQ-NORMAL-B VARYING J FROM 1 BY 1 UNTIL J > LS-COLS.
       IF LS-OVERFLOW = 1
       DISPLAY "VALUES TOO LARGE FOR LEAST SQUARES - SKIPPED"
       GO TO LSQ-RUN-END.
       MOVE 0 TO LS-SINGULAR.
       PERFORM LSQ-ELIMINATE THRU LSQ-ELIMINATE-END
       VARYING K FROM 1 BY 1 UNTIL K > LS-COLS OR LS-SINGULAR = 1.
       IF LS-SINGULAR = 1
       DISPLAY "COLUMNS ARE LINEARLY DEPENDENT - NO UNIQUE FIT"
       GO TO LSQ-RUN-END.
       MOVE ZERO TO LS-SSE.
       MOVE ZERO TO LS-SUM-Y.
       PERFORM LSQ-RESIDUAL VARYING I FROM 1 BY 1 UNTIL I > LS-ROWS.
       COMPUTE LS-MEAN ROUNDED = LS-SUM-Y / LS-ROWS.
       MOVE ZERO TO LS-SST.
       PERFORM LSQ-TOTAL-SQ VARYING I FROM 1 BY 1 UNTIL I > LS-ROWS.
       IF LS-SST = 0
       MOVE 1 TO LS-RSQ
       ELSE
       COMPUTE LS-RSQ ROUNDED = 1 - LS-SSE / LS-SST
       ON SIZE ERROR
       MOVE ZERO TO LS-RSQ.
       IF LS-OVERFLOW = 1
       DISPLAY "RESIDUALS TOO LARGE TO REPORT - SKIPPED"
       GO TO LSQ-RUN-END.
       DISPLAY "FITTED COEFFICIENTS".
       PERFORM LSQ-WRITE-COEF VARYING J FROM 1 BY 1 UNTIL J > LS-COLS.
       DISPLAY "RESIDUALS".
       PERFORM LSQ-WRITE-RESID VARYING I FROM 1 BY 1
       UNTIL I > LS-ROWS.
       MOVE LS-SSE TO LS-DISP.
       DISPLAY "SUM OF SQUARED ERRORS: " LS-DISP.
       MOVE SPACES TO MAT-LSQ-REC.
       MOVE "SSE" TO MLQ-TYPE.
       MOVE 0 TO MLQ-ROW.
       MOVE 0 TO MLQ-COL.
       MOVE LS-SSE TO MLQ-VALUE.
       WRITE MAT-LSQ-REC.
       MOVE LS-RSQ TO LS-RSQ-DISP.
       DISPLAY "R-SQUARED: " LS-RSQ-DISP.
       MOVE SPACES TO MAT-LSQ-REC.
       MOVE "RSQ" TO MLQ-TYPE.
       MOVE 0 TO MLQ-ROW.
       MOVE 0 TO MLQ-COL.
       MOVE LS-RSQ TO MLQ-VALUE.
       WRITE MAT-LSQ-REC.
       MOVE 1 TO LS-FIT-OK.
       PERFORM LSQ-CAPTURE VARYING J FROM 1 BY 1 UNTIL J > LS-COLS.
       IF LS-FIT-OK = 0
       DISPLAY "COEFFICIENT TOO LARGE FOR LIBRARY - NOT CAPTURED"
       GO TO LSQ-RUN-END.
       MOVE LS-COLS TO LR-R1.
       MOVE 1 TO LR-C1.
       MOVE 1 TO LR-VALID.
       LSQ-RUN-END.
       EXIT.

       LSQ-NORMAL.
       MOVE ZERO TO LS-N(J K).
       PERFORM LSQ-NORMAL-CELL VARYING I FROM 1 BY 1
       UNTIL I > LS-ROWS.

       LSQ-NORMAL-CELL.
       COMPUTE LS-N(J K) = LS-N(J K) + LS-X(I J) * LS-X(I K)
       ON SIZE ERROR
       MOVE 1 TO LS-OVERFLOW.

       LSQ-NORMAL-B.
       MOVE ZERO TO LS-B(J).
       PERFORM LSQ-NORMAL-B-CELL VARYING I FROM 1 BY 1
       UNTIL I > LS-ROWS.

       LSQ-NORMAL-B-CELL.
       COMPUTE LS-B(J) = LS-B(J) + LS-X(I J) * LS-Y(I)
       ON SIZE ERROR
       MOVE 1 TO LS-OVERFLOW.

       LSQ-ELIMINATE.
       MOVE K TO LS-SWAP-ROW.
       MOVE ZERO TO LS-BEST.
       PERFORM LSQ-FIND-PIVOT VARYING I FROM K BY 1
       UNTIL I > LS-COLS.
       IF LS-BEST < 0.00000001
       MOVE 1 TO LS-SINGULAR
       GO TO LSQ-ELIMINATE-END.
       IF LS-SWAP-ROW NOT = K
       PERFORM LSQ-SWAP-ROWS VARYING J FROM 1 BY 1
       UNTIL J > LS-COLS
       MOVE LS-B(K) TO LS-SWAP
       MOVE LS-B(LS-SWAP-ROW) TO LS-B(K)
       MOVE LS-SWAP TO LS-B(LS-SWAP-ROW).
       MOVE LS-N(K K) TO LS-PIVOT.
       PERFORM LSQ-NORMALIZE-ROW VARYING J FROM 1 BY 1
       UNTIL J > LS-COLS.
       COMPUTE LS-B(K) = LS-B(K) / LS-PIVOT.
       PERFORM LSQ-REDUCE-ROWS VARYING I FROM 1 BY 1
       UNTIL I > LS-COLS.
       LSQ-ELIMINATE-END.
       EXIT.

       LSQ-FIND-PIVOT.
       MOVE LS-N(I K) TO LS-ABS.
       IF LS-ABS < 0
       COMPUTE LS-ABS = 0 - LS-ABS.
       IF LS-ABS > LS-BEST
       MOVE LS-ABS TO LS-BEST
       MOVE I TO LS-SWAP-ROW.

       LSQ-SWAP-ROWS.
       MOVE LS-N(K J) TO LS-SWAP.
       MOVE LS-N(LS-SWAP-ROW J) TO LS-N(K J).
       MOVE LS-SWAP TO LS-N(LS-SWAP-ROW J).

       LSQ-NORMALIZE-ROW.
       COMPUTE LS-N(K J) = LS-N(K J) / LS-PIVOT.

       LSQ-REDUCE-ROWS.
       IF I NOT = K
       MOVE LS-N(I K) TO LS-FACTOR
       PERFORM LSQ-REDUCE-ROW VARYING J FROM 1 BY 1
       UNTIL J > LS-COLS
       COMPUTE LS-B(I) = LS-B(I) - LS-FACTOR * LS-B(K).

       LSQ-REDUCE-ROW.
       COMPUTE LS-N(I J) = LS-N(I J) - LS-FACTOR * LS-N(K J).

       LSQ-RESIDUAL.
       MOVE ZERO TO LS-FITTED.
       PERFORM LSQ-FIT-CELL VARYING J FROM 1 BY 1 UNTIL J > LS-COLS.
       COMPUTE LS-RESID(I) = LS-Y(I) - LS-FITTED
       ON SIZE ERROR
       MOVE 1 TO LS-OVERFLOW.
       COMPUTE LS-SSE = LS-SSE + LS-RESID(I) * LS-RESID(I)
       ON SIZE ERROR
       MOVE 1 TO LS-OVERFLOW.
       ADD LS-Y(I) TO LS-SUM-Y.

       LSQ-FIT-CELL.
       COMPUTE LS-FITTED ROUNDED = LS-FITTED + LS-X(I J) * LS-B(J)
       ON SIZE ERROR
       MOVE 1 TO LS-OVERFLOW.

       LSQ-TOTAL-SQ.
       COMPUTE LS-SST = LS-SST + (LS-Y(I) - LS-MEAN) ** 2
       ON SIZE ERROR
       MOVE 1 TO LS-OVERFLOW.

       LSQ-WRITE-COEF.
       MOVE LS-B(J) TO LS-DISP.
       DISPLAY "B(" J ") = " LS-DISP.
       MOVE SPACES TO MAT-LSQ-REC.
       MOVE "LSC" TO MLQ-TYPE.
       MOVE J TO MLQ-ROW.
       MOVE 1 TO MLQ-COL.
       MOVE LS-B(J) TO MLQ-VALUE.
       WRITE MAT-LSQ-REC.

       LSQ-WRITE-RESID.
       MOVE LS-RESID(I) TO LS-DISP.
       DISPLAY "E(" I ") = " LS-DISP.
       MOVE SPACES TO MAT-LSQ-REC.
       MOVE "LSR" TO MLQ-TYPE.
       MOVE I TO MLQ-ROW.
       MOVE 1 TO MLQ-COL.
       MOVE LS-RESID(I) TO MLQ-VALUE.
       WRITE MAT-LSQ-REC.

       LSQ-CAPTURE.
       IF LS-B(J) > 9999.9999 OR LS-B(J) < -9999.9999
       MOVE 0 TO LS-FIT-OK
       ELSE
       MOVE LS-B(J) TO LR-VAL(J 1).

       GET-VECTOR-B.
       DISPLAY "VECTOR B FROM (K=KEYBOARD, L=LIBRARY)?".
       ACCEPT MAT-SRC.
       READ JOBFILE AT END GO TO BATCH-DONE.
       IF JOB-OP NOT = "ADD" AND JOB-OP NOT = "SUB"
       AND JOB-OP NOT = "MUL" AND JOB-OP NOT = "INV"
       AND JOB-OP NOT = "SOL" AND JOB-OP NOT = "LSQ"
       DISPLAY "BAD OPERATION CODE " JOB-OP " - BATCH ABANDONED"
       ADD 1 TO JOBS-SKIPPED
       GO TO BATCH-DONE.
       ADD 1 TO JOBS-SKIPPED
       GO TO BATCH-DONE.
       MOVE JOB-OP TO CUR-OP.
       IF CUR-OP = "LSQ"
       GO TO BATCH-LSQ-JOB.
       MOVE JOB-R1 TO R1.
       MOVE JOB-C1 TO C1.
       IF R1 < 1 OR R1 > 10
       PERFORM BATCH-RUN-JOB THRU BATCH-RUN-JOB-END.
       ADD 1 TO JOBS-RUN.
       GO TO BATCH-NEXT-JOB.
       BATCH-LSQ-JOB.
       MOVE JOB-R1 TO LS-ROWS.
       MOVE JOB-C1 TO LS-COLS.
       MOVE JOB-NAME TO LS-SAVE-NAME.
       MOVE JOB-CONST TO LS-CONST.
       IF LS-CONST NOT = "Y"
       MOVE "N" TO LS-CONST.
       IF LS-ROWS < 1 OR LS-ROWS > 24
       DISPLAY "INVALID ROW COUNT - MUST BE 1-24 - BATCH ABANDONED"
       ADD 1 TO JOBS-SKIPPED
       GO TO BATCH-DONE.
       IF LS-COLS < 1 OR LS-COLS > 10
       DISPLAY "INVALID COLUMN COUNT - MUST BE 1-10 - BATCH ABANDONED"
       ADD 1 TO JOBS-SKIPPED
       GO TO BATCH-DONE.
       MOVE 0 TO JOB-BAD.
       PERFORM BATCH-LOAD-LX VARYING I FROM 1 BY 1 UNTIL I > LS-ROWS
       AFTER J FROM 1 BY 1 UNTIL J > LS-COLS.
       PERFORM BATCH-LOAD-LY VARYING I FROM 1 BY 1 UNTIL I > LS-ROWS.
       IF JOB-EOF = 1
       DISPLAY "JOB FILE ENDED MID-JOB - BATCH ABANDONED"
       ADD 1 TO JOBS-SKIPPED
       GO TO BATCH-DONE.
       IF JOB-BAD = 1
       DISPLAY "BAD OBSERVATION VALUE IN JOB - JOB SKIPPED"
       ADD 1 TO JOBS-SKIPPED
       GO TO BATCH-NEXT-JOB.
       PERFORM LSQ-CHECK-SHAPE THRU LSQ-CHECK-SHAPE-END.
       IF LS-ROWS = 0
       ADD 1 TO JOBS-SKIPPED
       GO TO BATCH-NEXT-JOB.
       DISPLAY "LEAST SQUARES FIT".
       OPEN EXTEND MATOUT.
       MOVE "MATOUT" TO ERR-FILE.
       MOVE FS-MATOUT TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PERFORM LSQ-RUN THRU LSQ-RUN-END.
       CLOSE MATOUT.
       IF LS-FIT-OK = 1 AND LS-SAVE-NAME NOT = SPACES
       MOVE LS-SAVE-NAME TO ML-SAVE-NAME
       PERFORM SAVE-RESULT THRU SAVE-RESULT-END.
       ADD 1 TO JOBS-RUN.
       GO TO BATCH-NEXT-JOB.
       BATCH-DONE.
       CLOSE JOBFILE.
       DISPLAY "BATCH JOBS RUN:" JOBS-RUN.
       BATCH-GET-VALUE-END.
       EXIT.

       BATCH-GET-NUMBER.
       MOVE ZERO TO LS-NUM.
       MOVE ZERO TO LS-WORK.
       MOVE 0 TO LS-DIGITS.
       MOVE 0 TO LS-INT-DIGITS.
       MOVE 0 TO LS-DECS.
       MOVE 0 TO LS-FRAC.
       MOVE 0 TO LS-NEG.
       IF JOB-EOF = 1
       GO TO BATCH-GET-NUMBER-END.
       READ JOBFILE AT END
       MOVE 1 TO JOB-EOF.
       IF JOB-EOF = 1
       GO TO BATCH-GET-NUMBER-END.
       MOVE 0 TO LS-SCAN.
       BATCH-GET-NUMBER-LOOP.
       ADD 1 TO LS-SCAN.
       IF LS-SCAN > 20
       GO TO BATCH-GET-NUMBER-SCALE.
       IF JOB-REC(LS-SCAN:1) = SPACE
       GO TO BATCH-GET-NUMBER-LOOP.
       IF JOB-REC(LS-SCAN:1) = "-" AND LS-DIGITS = 0
       MOVE 1 TO LS-NEG
       GO TO BATCH-GET-NUMBER-LOOP.
       IF JOB-REC(LS-SCAN:1) = "." AND LS-FRAC = 0
       MOVE 1 TO LS-FRAC
       GO TO BATCH-GET-NUMBER-LOOP.
       IF JOB-REC(LS-SCAN:1) IS NOT NUMERIC
       MOVE 1 TO JOB-BAD
       GO TO BATCH-GET-NUMBER-END.
       IF LS-FRAC = 1 AND LS-DECS = 4
       GO TO BATCH-GET-NUMBER-LOOP.
       MOVE JOB-REC(LS-SCAN:1) TO LS-DIGIT.
       COMPUTE LS-WORK = LS-WORK * 10 + LS-DIGIT.
       ADD 1 TO LS-DIGITS.
       IF LS-FRAC = 1
       ADD 1 TO LS-DECS
       ELSE
       ADD 1 TO LS-INT-DIGITS.
       IF LS-INT-DIGITS > 9
       MOVE 1 TO JOB-BAD
       GO TO BATCH-GET-NUMBER-END.
       GO TO BATCH-GET-NUMBER-LOOP.
       BATCH-GET-NUMBER-SCALE.
       IF LS-DIGITS = 0
       MOVE 1 TO JOB-BAD
       GO TO BATCH-GET-NUMBER-END.
       COMPUTE LS-NUM = LS-WORK / 10 ** LS-DECS.
       IF LS-NEG = 1
       COMPUTE LS-NUM = 0 - LS-NUM.
       BATCH-GET-NUMBER-END.
       EXIT.

       BATCH-LOAD-LX.
       PERFORM BATCH-GET-NUMBER THRU BATCH-GET-NUMBER-END.
       MOVE LS-NUM TO LS-X(I J).

       BATCH-LOAD-LY.
       PERFORM BATCH-GET-NUMBER THRU BATCH-GET-NUMBER-END.
       MOVE LS-NUM TO LS-Y(I).

       BATCH-LOAD-A.
       PERFORM BATCH-GET-VALUE THRU BATCH-GET-VALUE-END.
       MOVE JOB-VAL-S TO AD(I J).
       IF ML-SAVE-NAME = SPACES
       DISPLAY "INVALID NAME - RE-ENTER"
       GO TO DO-SAVE.
       PERFORM SAVE-RESULT THRU SAVE-RESULT-END.
       DO-SAVE-END.
       EXIT.

       SAVE-RESULT.
       OPEN I-O MATLIB.
       MOVE "MATLIB" TO ERR-FILE.
       MOVE FS-MATLIB TO ERR-STATUS.
       AFTER J FROM 1 BY 1 UNTIL J > LR-C1.
       CLOSE MATLIB.
       DISPLAY "RESULT SAVED AS " ML-SAVE-NAME.
       SAVE-RESULT-END.
       EXIT.

       SAVE-LIB-CELL.
