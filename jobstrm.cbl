       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobStream.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STREAMFILE ASSIGN TO WS-STREAM-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-STREAMFILE.
       SELECT REPORTFILE ASSIGN TO WS-REPORT-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-REPORTFILE.
       SELECT OPTIONAL RUNCTL ASSIGN TO WS-RUNCTL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-RUNCTL.
       SELECT OPTIONAL PARMFILE ASSIGN TO WS-PARM-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-PARMFILE.
       SELECT OPTIONAL ERRLOG ASSIGN TO WS-ERRLOG-FILE
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STREAMFILE
       LABEL RECORDS ARE STANDARD.
       01 STREAM-REC PIC X(92).
       FD REPORTFILE
       LABEL RECORDS ARE STANDARD.
       01 REPORT-REC PIC X(80).
       FD RUNCTL
       LABEL RECORDS ARE STANDARD.
       01 RC-REC PIC X(60).
       FD PARMFILE
       LABEL RECORDS ARE STANDARD.
       01 PARM-REC PIC X(60).
       FD ERRLOG
       LABEL RECORDS ARE STANDARD.
       01 ERR-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-STREAM-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 STREAM-NAME PIC X(12).
       77 FRESH-START PIC X.
       01 STREAM-DETAIL.
       02 SD-STEP PIC X(8).
       02 FILLER PIC X.
       02 SD-PROG PIC X(12).
       02 FILLER PIC X.
       02 SD-PARM PIC X(40).
       02 FILLER PIC X.
       02 SD-MAXRC PIC XX.
       02 FILLER PIC X.
       02 SD-DEP1 PIC X(8).
       02 FILLER PIC X.
       02 SD-DEP2 PIC X(8).
       02 FILLER PIC X.
       02 SD-DEP3 PIC X(8).
       02 FILLER PIC X.
       01 STREAM-DEPS REDEFINES STREAM-DETAIL.
       02 FILLER PIC X(66).
       02 SD-DEP-ENTRY OCCURS 3 TIMES.
       03 SD-DEP PIC X(8).
       03 FILLER PIC X.
       01 STEP-TABLE.
       02 STEP-ENTRY OCCURS 30 TIMES.
       03 ST-STEP PIC X(8).
       03 ST-PROG PIC X(12).
       03 ST-PARM PIC X(40).
       03 ST-MAXRC PIC 99.
       03 ST-DEP PIC X(8) OCCURS 3 TIMES.
       03 ST-STATE PIC X(4).
       03 ST-RC PIC 9(4).
       77 STEP-COUNT PIC 99 VALUE ZERO.
       77 STEP-IDX PIC 99 VALUE ZERO.
       77 FIND-IDX PIC 99 VALUE ZERO.
       77 DEP-IDX PIC 9 VALUE ZERO.
       77 STEP-FOUND PIC 9 VALUE ZERO.
       77 FIND-NAME PIC X(8).
       77 DEF-ERRORS PIC 99 VALUE ZERO.
       77 DEPS-MET PIC 9 VALUE ZERO.
       01 DONE-TABLE.
       02 DONE-NAME PIC X(8) OCCURS 30 TIMES.
       77 DONE-COUNT PIC 99 VALUE ZERO.
       77 DONE-IDX PIC 99 VALUE ZERO.
       77 IN-STREAM PIC 9 VALUE ZERO.
       77 LAST-END PIC X(4) VALUE SPACES.
       77 STREAM-SEEN PIC 9 VALUE ZERO.
       77 RUN-KIND PIC X(4) VALUE "NEW".
       77 STREAM-FAILED PIC 9 VALUE ZERO.
       77 STEP-RC PIC 9(4) VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 PRIOR-COUNT PIC 99 VALUE ZERO.
       77 FAIL-COUNT PIC 99 VALUE ZERO.
       77 NOTRUN-COUNT PIC 99 VALUE ZERO.
       77 RUN-DATE PIC 9(8).
       01 RPT-HEADER1 PIC X(80) VALUE
       "                    ABC INDUSTRIES LIMITED".
       01 RPT-HEADER2.
       02 FILLER PIC X(14) VALUE "JOB STREAM :  ".
       02 RH-STREAM PIC X(12).
       02 FILLER PIC X(8) VALUE "  DATE: ".
       02 RH-DATE PIC 9(8).
       02 FILLER PIC X(8) VALUE "  RUN : ".
       02 RH-KIND PIC X(7).
       02 FILLER PIC X(23) VALUE SPACES.
       01 RPT-RULE PIC X(80) VALUE ALL "=".
       01 RPT-COLUMNS.
       02 FILLER PIC X(40) VALUE
           "SEQ STEP     PROGRAM      PARAMETER FILE".
       02 FILLER PIC X(40) VALUE
           "                      MAX  RC STATUS".
       01 RPT-STEP-LINE.
       02 RS-SEQ PIC Z9.
       02 FILLER PIC XX VALUE SPACES.
       02 RS-STEP PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RS-PROG PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 RS-PARM PIC X(35).
       02 FILLER PIC X VALUE SPACE.
       02 RS-MAXRC PIC Z9.
       02 FILLER PIC X VALUE SPACE.
       02 RS-RC PIC ZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 RS-STATUS PIC X(9).
       01 RPT-ERROR-LINE.
       02 FILLER PIC X(17) VALUE "DEFINITION ERROR ".
       02 RE-STEP PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RE-TEXT PIC X(54).
       01 RPT-COUNT-LINE.
       02 SM-LABEL PIC X(30).
       02 SM-COUNT PIC ZZ9.
       02 FILLER PIC X(47) VALUE SPACES.
       01 STREAM-PARM-FILE PIC X(40) EXTERNAL.
       77 WS-RUNCTL-FILE PIC X(40).
       77 RC-DATE-NOW PIC 9(8).
       77 RC-TIME-NOW PIC 9(8).
       01 RC-DETAIL.
       02 RC-PROG PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 RC-TYPE PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 RC-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RC-TIME PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RC-READ PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RC-WRITTEN PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RC-STATUS PIC X(4).
       77 WS-PARM-FILE PIC X(40).
       77 PARM-MODE PIC 9 VALUE ZERO.
       01 PARM-TABLE.
       02 PARM-ENTRY OCCURS 50 TIMES.
       03 PM-KEY PIC X(12).
       03 PM-VALUE PIC X(40).
       77 PARM-COUNT PIC 99 VALUE ZERO.
       77 PARM-IDX PIC 99 VALUE ZERO.
       77 PARM-KEY PIC X(12).
       77 PARM-PROMPT PIC X(60).
       77 PARM-ANSWER PIC X(40).
       01 PARM-DETAIL.
       02 PARM-D-KEY PIC X(12).
       02 FILLER PIC X.
       02 PARM-D-VALUE PIC X(40).
       02 FILLER PIC X(7).
       77 RUN-FAILED PIC 9 VALUE ZERO.
       77 FAIL-ENDING PIC 9 VALUE ZERO.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-STREAMFILE PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "JOBSTREAM".
       02 FILLER PIC X VALUE SPACE.
       02 ERR-FILE PIC X(12) VALUE SPACES.
       02 FILLER PIC X VALUE SPACE.
       02 ERR-STATUS PIC XX VALUE SPACES.
       02 FILLER PIC X VALUE SPACE.
       02 ERR-DATE PIC 9(8) VALUE ZERO.
       02 FILLER PIC X VALUE SPACE.
       02 ERR-TIME PIC 9(8) VALUE ZERO.
       02 FILLER PIC X(34) VALUE SPACES.
       PROCEDURE DIVISION.
       Begin.
       MOVE SPACES TO STREAM-PARM-FILE.
       PERFORM GET-PARM-FILE THRU GET-PARM-FILE-END.
       MOVE "STREAM" TO PARM-KEY
       MOVE "ENTER JOB STREAM DEFINITION FILE (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STREAM-FILE.
       IF WS-STREAM-FILE = SPACES
       MOVE "STREAM.DAT" TO WS-STREAM-FILE.
       MOVE "STREAM-NAME" TO PARM-KEY
       MOVE "ENTER JOB STREAM NAME (BLANK FOR PERIODEND):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO STREAM-NAME.
       IF STREAM-NAME = SPACES
       MOVE "PERIODEND" TO STREAM-NAME.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER STREAM SUMMARY FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "STREAM.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       GET-FRESH-START.
       MOVE "FRESH" TO PARM-KEY
       MOVE "IGNORE EARLIER FAILED RUN AND START FROM STEP 1 (Y/N):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO FRESH-START.
       IF FRESH-START = SPACE
       MOVE "N" TO FRESH-START.
       IF FRESH-START NOT = "Y" AND FRESH-START NOT = "N"
       DISPLAY "FRESH START MUST BE Y OR N"
       PERFORM PARM-ABORT
       GO TO GET-FRESH-START.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       PERFORM LOAD-STREAM THRU LOAD-STREAM-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       IF DEF-ERRORS > 0
       GO TO DEFINITION-FAILED.
       PERFORM SCAN-RUNCTL THRU SCAN-RUNCTL-END.
       PERFORM WRITE-RUN-START.
       PERFORM WRITE-HEADINGS.
       MOVE 0 TO STEP-IDX.
       RUN-STEPS.
       ADD 1 TO STEP-IDX.
       IF STEP-IDX > STEP-COUNT
       GO TO STREAM-DONE.
       PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-END.
       IF STREAM-FAILED = 1
       GO TO STREAM-DONE.
       GO TO RUN-STEPS.
       STREAM-DONE.
       MOVE STREAM-FAILED TO RUN-FAILED.
       PERFORM WRITE-RUN-END.
       PERFORM PRINT-SUMMARY THRU PRINT-SUMMARY-END.
       CLOSE REPORTFILE.
       IF STREAM-FAILED = 1
       DISPLAY "JOB STREAM " STREAM-NAME " ENDED ON STEP FAILURE"
       DISPLAY "RESUBMIT TO RESTART FROM THE FAILED STEP"
       MOVE 8 TO RETURN-CODE
       ELSE
       DISPLAY "JOB STREAM " STREAM-NAME " COMPLETED"
       MOVE 0 TO RETURN-CODE.
       STOP RUN.

       DEFINITION-FAILED.
       WRITE REPORT-REC FROM RPT-HEADER1.
       MOVE STREAM-NAME TO RH-STREAM.
       MOVE RUN-DATE TO RH-DATE.
       MOVE "NOT RUN" TO RH-KIND.
       WRITE REPORT-REC FROM RPT-HEADER2.
       WRITE REPORT-REC FROM RPT-RULE.
       MOVE "DEFINITION ERRORS" TO SM-LABEL.
       MOVE DEF-ERRORS TO SM-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       CLOSE REPORTFILE.
       DISPLAY "JOB STREAM DEFINITION HAS " DEF-ERRORS " ERROR(S)".
       DISPLAY "NO STEPS WERE RUN".
       MOVE 12 TO RETURN-CODE.
       STOP RUN.

       LOAD-STREAM.
       MOVE 0 TO STEP-COUNT.
       MOVE 0 TO DEF-ERRORS.
       OPEN INPUT STREAMFILE.
       MOVE "STREAMFILE" TO ERR-FILE.
       MOVE FS-STREAMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-STREAM-READ.
       READ STREAMFILE RECORD INTO STREAM-DETAIL
       AT END CLOSE STREAMFILE GO TO LOAD-STREAM-CHECK.
       ADD 1 TO READ-COUNT.
       IF STREAM-DETAIL = SPACES
       GO TO LOAD-STREAM-READ.
       IF SD-STEP(1:1) = "*"
       GO TO LOAD-STREAM-READ.
       IF STEP-COUNT >= 30
       DISPLAY "STEP TABLE FULL - " SD-STEP " NOT LOADED"
       ADD 1 TO DEF-ERRORS
       GO TO LOAD-STREAM-READ.
       PERFORM CHECK-STEP-DEF THRU CHECK-STEP-DEF-END.
       ADD 1 TO STEP-COUNT.
       MOVE SD-STEP TO ST-STEP(STEP-COUNT).
       MOVE SD-PROG TO ST-PROG(STEP-COUNT).
       MOVE SD-PARM TO ST-PARM(STEP-COUNT).
       IF SD-MAXRC = SPACES
       MOVE 4 TO ST-MAXRC(STEP-COUNT)
       ELSE IF SD-MAXRC(2:1) = SPACE AND SD-MAXRC(1:1) IS NUMERIC
       MOVE SD-MAXRC(1:1) TO ST-MAXRC(STEP-COUNT)
       ELSE
       MOVE SD-MAXRC TO ST-MAXRC(STEP-COUNT).
       MOVE SD-DEP1 TO ST-DEP(STEP-COUNT, 1).
       MOVE SD-DEP2 TO ST-DEP(STEP-COUNT, 2).
       MOVE SD-DEP3 TO ST-DEP(STEP-COUNT, 3).
       MOVE SPACES TO ST-STATE(STEP-COUNT).
       MOVE ZERO TO ST-RC(STEP-COUNT).
       GO TO LOAD-STREAM-READ.
       LOAD-STREAM-CHECK.
       IF STEP-COUNT = 0
       MOVE SPACES TO RE-STEP
       MOVE "NO STEPS IN DEFINITION FILE" TO RE-TEXT
       PERFORM SHOW-DEF-ERROR.
       LOAD-STREAM-END.
       EXIT.

       CHECK-STEP-DEF.
       IF SD-STEP = SPACES
       MOVE "STEP NAME IS BLANK" TO RE-TEXT
       PERFORM SHOW-DEF-ERROR.
       IF SD-PROG = SPACES
       MOVE "PROGRAM NAME IS BLANK" TO RE-TEXT
       PERFORM SHOW-DEF-ERROR.
       IF SD-PARM = SPACES
       MOVE "PARAMETER FILE IS BLANK" TO RE-TEXT
       PERFORM SHOW-DEF-ERROR.
       IF SD-MAXRC NOT = SPACES AND SD-MAXRC(1:1) IS NOT NUMERIC
       MOVE "MAXIMUM RETURN CODE IS NOT NUMERIC" TO RE-TEXT
       PERFORM SHOW-DEF-ERROR.
       IF SD-MAXRC(1:1) IS NUMERIC AND SD-MAXRC(2:1) NOT = SPACE
           AND SD-MAXRC(2:1) IS NOT NUMERIC
       MOVE "MAXIMUM RETURN CODE IS NOT NUMERIC" TO RE-TEXT
       PERFORM SHOW-DEF-ERROR.
       MOVE SD-STEP TO FIND-NAME.
       PERFORM FIND-STEP THRU FIND-STEP-END.
       IF STEP-FOUND = 1
       MOVE "STEP NAME IS DUPLICATED" TO RE-TEXT
       PERFORM SHOW-DEF-ERROR.
       MOVE 0 TO DEP-IDX.
       CHECK-STEP-DEF-DEP.
       ADD 1 TO DEP-IDX.
       IF DEP-IDX > 3
       GO TO CHECK-STEP-DEF-END.
       IF SD-DEP(DEP-IDX) = SPACES
       GO TO CHECK-STEP-DEF-DEP.
       MOVE SD-DEP(DEP-IDX) TO FIND-NAME.
       PERFORM FIND-STEP THRU FIND-STEP-END.
       IF STEP-FOUND = 0
       MOVE SPACES TO RE-TEXT
       STRING "DEPENDS ON " DELIMITED BY SIZE
           SD-DEP(DEP-IDX) DELIMITED BY SPACE
           " WHICH IS NOT AN EARLIER STEP" DELIMITED BY SIZE
           INTO RE-TEXT
       PERFORM SHOW-DEF-ERROR.
       GO TO CHECK-STEP-DEF-DEP.
       CHECK-STEP-DEF-END.
       EXIT.

       SHOW-DEF-ERROR.
       ADD 1 TO DEF-ERRORS.
       MOVE SD-STEP TO RE-STEP.
       DISPLAY "DEFINITION ERROR " RE-STEP " " RE-TEXT.

       FIND-STEP.
       MOVE 0 TO STEP-FOUND.
       MOVE 0 TO FIND-IDX.
       FIND-STEP-LOOP.
       ADD 1 TO FIND-IDX.
       IF FIND-IDX > STEP-COUNT
       GO TO FIND-STEP-END.
       IF ST-STEP(FIND-IDX) = FIND-NAME
       MOVE 1 TO STEP-FOUND
       GO TO FIND-STEP-END.
       GO TO FIND-STEP-LOOP.
       FIND-STEP-END.
       EXIT.

       SCAN-RUNCTL.
       MOVE 0 TO DONE-COUNT.
       MOVE 0 TO IN-STREAM.
       MOVE 0 TO STREAM-SEEN.
       MOVE SPACES TO LAST-END.
       OPEN INPUT RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       SCAN-RUNCTL-READ.
       READ RUNCTL RECORD INTO RC-DETAIL
       AT END CLOSE RUNCTL GO TO SCAN-RUNCTL-DECIDE.
       IF RC-TYPE = "START" AND RC-PROG = STREAM-NAME
       MOVE 1 TO IN-STREAM
       MOVE 1 TO STREAM-SEEN
       IF RC-STATUS = "NEW"
       MOVE 0 TO DONE-COUNT.
       IF RC-TYPE = "END" AND RC-PROG = STREAM-NAME
           AND IN-STREAM = 1
       MOVE 0 TO IN-STREAM
       MOVE RC-STATUS TO LAST-END.
       IF RC-TYPE = "STEP" AND RC-STATUS = "OK" AND IN-STREAM = 1
       PERFORM ADD-DONE-STEP.
       GO TO SCAN-RUNCTL-READ.
       SCAN-RUNCTL-DECIDE.
       MOVE "NEW" TO RUN-KIND.
       IF FRESH-START = "Y" OR STREAM-SEEN = 0
       MOVE 0 TO DONE-COUNT
       GO TO SCAN-RUNCTL-END.
       IF LAST-END = "FAIL" OR IN-STREAM = 1
       MOVE "RSTR" TO RUN-KIND
       ELSE
       MOVE 0 TO DONE-COUNT.
       SCAN-RUNCTL-END.
       EXIT.

       ADD-DONE-STEP.
       IF DONE-COUNT >= 30
       DISPLAY "COMPLETED STEP TABLE FULL - " RC-PROG " IGNORED"
       ELSE
       ADD 1 TO DONE-COUNT
       MOVE RC-PROG TO DONE-NAME(DONE-COUNT).

       RUN-ONE-STEP.
       MOVE ST-STEP(STEP-IDX) TO FIND-NAME.
       PERFORM FIND-DONE THRU FIND-DONE-END.
       IF STEP-FOUND = 1
       MOVE "DONE" TO ST-STATE(STEP-IDX)
       ADD 1 TO PRIOR-COUNT
       DISPLAY "STEP " ST-STEP(STEP-IDX) " COMPLETED EARLIER - SKIPPED"
       GO TO RUN-ONE-STEP-END.
       PERFORM CHECK-DEPS THRU CHECK-DEPS-END.
       IF DEPS-MET = 0
       MOVE "HELD" TO ST-STATE(STEP-IDX)
       MOVE 1 TO STREAM-FAILED
       DISPLAY "STEP " ST-STEP(STEP-IDX) " HELD - DEPENDENCY NOT MET"
       PERFORM WRITE-STEP-STATUS
       GO TO RUN-ONE-STEP-END.
       DISPLAY "STEP " ST-STEP(STEP-IDX) " STARTING "
           ST-PROG(STEP-IDX).
       ADD 1 TO WRITE-COUNT.
       MOVE ST-PARM(STEP-IDX) TO STREAM-PARM-FILE.
       MOVE 0 TO RETURN-CODE.
       CALL ST-PROG(STEP-IDX)
       ON EXCEPTION
       DISPLAY "PROGRAM " ST-PROG(STEP-IDX) " COULD NOT BE LOADED"
       MOVE 16 TO RETURN-CODE.
       MOVE RETURN-CODE TO STEP-RC.
       CANCEL ST-PROG(STEP-IDX).
       MOVE 0 TO RETURN-CODE.
       MOVE SPACES TO STREAM-PARM-FILE.
       MOVE STEP-RC TO ST-RC(STEP-IDX).
       IF STEP-RC > ST-MAXRC(STEP-IDX)
       MOVE "FAIL" TO ST-STATE(STEP-IDX)
       MOVE 1 TO STREAM-FAILED
       DISPLAY "STEP " ST-STEP(STEP-IDX) " FAILED WITH RC " STEP-RC
       ELSE
       MOVE "OK" TO ST-STATE(STEP-IDX)
       DISPLAY "STEP " ST-STEP(STEP-IDX) " ENDED WITH RC " STEP-RC.
       PERFORM WRITE-STEP-STATUS.
       RUN-ONE-STEP-END.
       EXIT.

       FIND-DONE.
       MOVE 0 TO STEP-FOUND.
       MOVE 0 TO DONE-IDX.
       FIND-DONE-LOOP.
       ADD 1 TO DONE-IDX.
       IF DONE-IDX > DONE-COUNT
       GO TO FIND-DONE-END.
       IF DONE-NAME(DONE-IDX) = FIND-NAME
       MOVE 1 TO STEP-FOUND
       GO TO FIND-DONE-END.
       GO TO FIND-DONE-LOOP.
       FIND-DONE-END.
       EXIT.

       CHECK-DEPS.
       MOVE 1 TO DEPS-MET.
       MOVE 0 TO DEP-IDX.
       CHECK-DEPS-LOOP.
       ADD 1 TO DEP-IDX.
       IF DEP-IDX > 3
       GO TO CHECK-DEPS-END.
       IF ST-DEP(STEP-IDX, DEP-IDX) = SPACES
       GO TO CHECK-DEPS-LOOP.
       MOVE 0 TO FIND-IDX.
       CHECK-DEPS-FIND.
       ADD 1 TO FIND-IDX.
       IF FIND-IDX >= STEP-IDX
       MOVE 0 TO DEPS-MET
       GO TO CHECK-DEPS-END.
       IF ST-STEP(FIND-IDX) NOT = ST-DEP(STEP-IDX, DEP-IDX)
       GO TO CHECK-DEPS-FIND.
       IF ST-STATE(FIND-IDX) NOT = "DONE"
           AND ST-STATE(FIND-IDX) NOT = "OK"
       MOVE 0 TO DEPS-MET
       GO TO CHECK-DEPS-END.
       GO TO CHECK-DEPS-LOOP.
       CHECK-DEPS-END.
       EXIT.

       WRITE-STEP-STATUS.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE ST-STEP(STEP-IDX) TO RC-PROG.
       MOVE "STEP" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE STEP-IDX TO RC-READ.
       MOVE ST-RC(STEP-IDX) TO RC-WRITTEN.
       MOVE ST-STATE(STEP-IDX) TO RC-STATUS.
       WRITE RC-REC FROM RC-DETAIL.
       CLOSE RUNCTL.

       WRITE-HEADINGS.
       WRITE REPORT-REC FROM RPT-HEADER1.
       MOVE STREAM-NAME TO RH-STREAM.
       MOVE RUN-DATE TO RH-DATE.
       IF RUN-KIND = "RSTR"
       MOVE "RESTART" TO RH-KIND
       ELSE
       MOVE "NEW" TO RH-KIND.
       WRITE REPORT-REC FROM RPT-HEADER2.
       WRITE REPORT-REC FROM RPT-RULE.
       WRITE REPORT-REC FROM RPT-COLUMNS.
       WRITE REPORT-REC FROM RPT-RULE.

       PRINT-SUMMARY.
       MOVE 0 TO STEP-IDX.
       MOVE 0 TO FAIL-COUNT.
       MOVE 0 TO NOTRUN-COUNT.
       PRINT-SUMMARY-LOOP.
       ADD 1 TO STEP-IDX.
       IF STEP-IDX > STEP-COUNT
       GO TO PRINT-SUMMARY-TOTALS.
       MOVE SPACES TO RPT-STEP-LINE.
       MOVE STEP-IDX TO RS-SEQ.
       MOVE ST-STEP(STEP-IDX) TO RS-STEP.
       MOVE ST-PROG(STEP-IDX) TO RS-PROG.
       MOVE ST-PARM(STEP-IDX) TO RS-PARM.
       MOVE ST-MAXRC(STEP-IDX) TO RS-MAXRC.
       IF ST-STATE(STEP-IDX) = "OK" OR ST-STATE(STEP-IDX) = "FAIL"
       MOVE ST-RC(STEP-IDX) TO RS-RC.
       IF ST-STATE(STEP-IDX) = "DONE"
       MOVE "EARLIER" TO RS-STATUS
       ELSE IF ST-STATE(STEP-IDX) = "OK"
       MOVE "OK" TO RS-STATUS
       ELSE IF ST-STATE(STEP-IDX) = "FAIL"
       MOVE "FAILED" TO RS-STATUS
       ADD 1 TO FAIL-COUNT
       ELSE IF ST-STATE(STEP-IDX) = "HELD"
       MOVE "HELD" TO RS-STATUS
       ADD 1 TO FAIL-COUNT
       ELSE
       MOVE "NOT RUN" TO RS-STATUS
       ADD 1 TO NOTRUN-COUNT.
       WRITE REPORT-REC FROM RPT-STEP-LINE.
       DISPLAY RPT-STEP-LINE.
       GO TO PRINT-SUMMARY-LOOP.
       PRINT-SUMMARY-TOTALS.
       WRITE REPORT-REC FROM RPT-RULE.
       MOVE "STEPS IN STREAM" TO SM-LABEL.
       MOVE STEP-COUNT TO SM-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       MOVE "COMPLETED IN EARLIER RUN" TO SM-LABEL.
       MOVE PRIOR-COUNT TO SM-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       MOVE "RUN THIS TIME" TO SM-LABEL.
       MOVE WRITE-COUNT TO SM-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       MOVE "FAILED OR HELD" TO SM-LABEL.
       MOVE FAIL-COUNT TO SM-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       MOVE "NOT RUN" TO SM-LABEL.
       MOVE NOTRUN-COUNT TO SM-COUNT.
       WRITE REPORT-REC FROM RPT-COUNT-LINE.
       IF STREAM-FAILED = 1
       MOVE "STREAM STATUS: FAILED - RESUBMIT TO RESTART"
           TO REPORT-REC
       ELSE
       MOVE "STREAM STATUS: COMPLETE" TO REPORT-REC.
       WRITE REPORT-REC.
       DISPLAY REPORT-REC.
       PRINT-SUMMARY-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE STREAM-NAME TO RC-PROG.
       MOVE "START" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE ZERO TO RC-READ.
       MOVE ZERO TO RC-WRITTEN.
       MOVE RUN-KIND TO RC-STATUS.
       WRITE RC-REC FROM RC-DETAIL.
       CLOSE RUNCTL.

       WRITE-RUN-END.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE STREAM-NAME TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE READ-COUNT TO RC-READ.
       MOVE WRITE-COUNT TO RC-WRITTEN.
       IF RUN-FAILED = 1
       MOVE "FAIL" TO RC-STATUS
       ELSE
       MOVE "OK" TO RC-STATUS.
       WRITE RC-REC FROM RC-DETAIL.
       CLOSE RUNCTL.

       GET-PARM-FILE.
       DISPLAY "PARAMETER FILE NAME (BLANK FOR CONSOLE PROMPTS):".
       ACCEPT WS-PARM-FILE.
       IF WS-PARM-FILE = SPACES
       GO TO GET-PARM-FILE-END.
       MOVE 1 TO PARM-MODE.
       PERFORM LOAD-PARMS THRU LOAD-PARMS-END.
       DISPLAY "RESOLVED PARAMETERS FOLLOW".
       GET-PARM-FILE-END.
       EXIT.

       LOAD-PARMS.
       MOVE ZERO TO PARM-COUNT.
       OPEN INPUT PARMFILE.
       MOVE "PARMFILE" TO ERR-FILE.
       MOVE FS-PARMFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-PARMS-READ.
       READ PARMFILE RECORD INTO PARM-DETAIL
       AT END CLOSE PARMFILE GO TO LOAD-PARMS-END.
       IF PARM-D-KEY = SPACES
       GO TO LOAD-PARMS-READ.
       IF PARM-COUNT >= 50
       DISPLAY "PARAMETER TABLE FULL - SKIPPING REMAINING LINES"
       CLOSE PARMFILE
       GO TO LOAD-PARMS-END.
       ADD 1 TO PARM-COUNT.
       MOVE PARM-D-KEY TO PM-KEY(PARM-COUNT).
       MOVE PARM-D-VALUE TO PM-VALUE(PARM-COUNT).
       GO TO LOAD-PARMS-READ.
       LOAD-PARMS-END.
       EXIT.

       GET-ANSWER.
       MOVE SPACES TO PARM-ANSWER.
       IF PARM-MODE = 0
       DISPLAY PARM-PROMPT
       ACCEPT PARM-ANSWER
       GO TO GET-ANSWER-END.
       MOVE 0 TO PARM-IDX.
       GET-ANSWER-LOOP.
       ADD 1 TO PARM-IDX.
       IF PARM-IDX > PARM-COUNT
       GO TO GET-ANSWER-ECHO.
       IF PM-KEY(PARM-IDX) = PARM-KEY
       MOVE PM-VALUE(PARM-IDX) TO PARM-ANSWER
       GO TO GET-ANSWER-ECHO.
       GO TO GET-ANSWER-LOOP.
       GET-ANSWER-ECHO.
       DISPLAY "PARM " PARM-KEY " = " PARM-ANSWER.
       GET-ANSWER-END.
       EXIT.


       PARM-ABORT.
       IF PARM-MODE = 1
       DISPLAY "INVALID PARAMETER VALUE - RUN ENDED"
       STOP RUN.


       CHECK-FILE-STATUS.
       IF ERR-STATUS = "00" OR ERR-STATUS = "05"
       GO TO CHECK-FILE-STATUS-END.
       MOVE 1 TO RUN-FAILED.
       MOVE 12 TO RETURN-CODE.
       DISPLAY "FILE ERROR " ERR-STATUS " ON " ERR-FILE.
       ACCEPT ERR-DATE FROM DATE YYYYMMDD.
       ACCEPT ERR-TIME FROM TIME.
       OPEN EXTEND ERRLOG.
       WRITE ERR-REC FROM ERR-DETAIL.
       CLOSE ERRLOG.
       IF FAIL-ENDING = 1
       STOP RUN.
       MOVE 1 TO FAIL-ENDING.
       PERFORM WRITE-RUN-END.
       DISPLAY "RUN ENDED ON FILE ERROR".
       STOP RUN.
       CHECK-FILE-STATUS-END.
       EXIT.

       END PROGRAM JobStream.
