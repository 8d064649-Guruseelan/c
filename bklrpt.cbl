       IDENTIFICATION DIVISION.
       PROGRAM-ID. BacklogReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL BACKLOG ASSIGN TO WS-BACKLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BL-KEY
       FILE STATUS IS FS-BACKLOG.
       SELECT OPTIONAL SUBJFILE ASSIGN TO WS-SUBJ-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-SUBJFILE.
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
       FD BACKLOG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS BL-REC.
       01 BL-REC.
       02 BL-KEY.
       03 BL-SID PIC 9(7).
       03 BL-SUBJ PIC X(4).
       02 BL-NAME PIC X(10).
       02 BL-DEPT PIC X(5).
       02 BL-TERM PIC X(6).
       02 BL-MARK PIC 999.
       02 BL-MAX PIC 999.
       02 BL-STATUS PIC X.
       02 BL-ATTEMPTS PIC 9.
       02 BL-SUPP-TERM PIC X(6).
       02 BL-SUPP-MARK PIC 999.
       02 BL-SUPP-GRADE PIC X.
       02 BL-DATE PIC 9(8).
       02 BL-CLEAR-DATE PIC 9(8).
       02 FILLER PIC X(10).
       FD SUBJFILE
       LABEL RECORDS ARE STANDARD.
       01 SUBJ-REC PIC X(30).
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
       77 WS-BACKLOG-FILE PIC X(40).
       77 WS-SUBJ-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 REPORT-SCOPE PIC X.
       01 SUBJ-DETAIL.
       02 SB-CODE PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 SB-TITLE PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 SB-MAX PIC 999.
       02 FILLER PIC X VALUE SPACE.
       02 SB-WEIGHT PIC 9V99.
       02 FILLER PIC X(5) VALUE SPACES.
       01 SUBJ-TABLE.
       02 SUBJ-ENTRY OCCURS 5 TIMES.
       03 SJ-CODE PIC X(4).
       03 SJ-TITLE PIC X(12).
       03 SJ-MAX PIC 999.
       03 SJ-WEIGHT PIC 9V99.
       77 SUBJ-COUNT PIC 9 VALUE ZERO.
       77 SUBJ-IDX PIC 9 VALUE ZERO.
       01 SUM-TABLE.
       02 SUM-ENTRY OCCURS 20 TIMES.
       03 SS-CODE PIC X(4).
       03 SS-OPEN PIC 9(5).
       03 SS-CLEARED PIC 9(5).
       03 SS-ATTEMPTS PIC 9(5).
       77 SUM-COUNT PIC 99 VALUE ZERO.
       77 SUM-IDX PIC 99 VALUE ZERO.
       77 LAST-SID PIC 9(7) VALUE ZERO.
       77 STUD-OPEN PIC 99 VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 STUDENT-COUNT PIC 9(6) VALUE ZERO.
       77 TOTAL-OPEN PIC 9(6) VALUE ZERO.
       77 TOTAL-CLEARED PIC 9(6) VALUE ZERO.
       01 RPT-HEADER1.
       02 FILLER PIC X(40) VALUE
       "BACKLOG REPORT - EXAMINATION CELL - ".
       02 RH-SCOPE PIC X(20).
       02 FILLER PIC X(20) VALUE SPACES.
       01 RPT-HEADER2 PIC X(80) VALUE
       "SECTION 1 - BY STUDENT".
       01 RPT-STUD-LINE.
       02 FILLER PIC X(8) VALUE "STUDENT ".
       02 RS-SID PIC 9(7).
       02 FILLER PIC X VALUE SPACE.
       02 RS-NAME PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 RS-DEPT PIC X(5).
       02 FILLER PIC X(48) VALUE SPACES.
       01 RPT-COL-HEAD.
       02 FILLER PIC X(40) VALUE
       "  SUBJ TITLE        FAILED MARK STATUS  ".
       02 FILLER PIC X(40) VALUE
       "TRIES LAST-SUPP MARK GR".
       01 RPT-DETAIL.
       02 FILLER PIC XX VALUE SPACES.
       02 RD-SUBJ PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 RD-TITLE PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 RD-TERM PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 RD-MARK PIC ZZ9.
       02 FILLER PIC XX VALUE SPACES.
       02 RD-STATUS PIC X(7).
       02 FILLER PIC X VALUE SPACE.
       02 RD-TRIES PIC Z9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 RD-SUPP-TERM PIC X(6).
       02 FILLER PIC X(4) VALUE SPACES.
       02 RD-SUPP-MARK PIC ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 RD-SUPP-GRADE PIC X.
       02 FILLER PIC X(23) VALUE SPACES.
       01 RPT-STUD-TOTAL.
       02 FILLER PIC X(16) VALUE "  OPEN BACKLOGS ".
       02 RT-OPEN PIC Z9.
       02 FILLER PIC X(62) VALUE SPACES.
       01 RPT-HEADER3 PIC X(80) VALUE
       "SECTION 2 - BY SUBJECT".
       01 RPT-SUBJ-HEAD PIC X(80) VALUE
       "SUBJ TITLE           OPEN  CLEARED  SUPP ATTEMPTS".
       01 RPT-SUBJ-LINE.
       02 RB-SUBJ PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 RB-TITLE PIC X(12).
       02 FILLER PIC X(2) VALUE SPACES.
       02 RB-OPEN PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 RB-CLEARED PIC ZZZZ9.
       02 FILLER PIC X(8) VALUE SPACES.
       02 RB-ATTEMPTS PIC ZZZZ9.
       02 FILLER PIC X(34) VALUE SPACES.
       01 RPT-TOTAL.
       02 RT-LABEL PIC X(30).
       02 RT-COUNT PIC ZZZ,ZZ9.
       02 FILLER PIC X(43) VALUE SPACES.
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
       77 FS-BACKLOG PIC XX VALUE "00".
       77 FS-SUBJFILE PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "BACKLOGRPT".
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
       PERFORM GET-PARM-FILE THRU GET-PARM-FILE-END.
       MOVE "BACKLOG" TO PARM-KEY
       MOVE "Enter backlog file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BACKLOG-FILE.
       IF WS-BACKLOG-FILE = SPACES
       MOVE "BACKLOG.DAT" TO WS-BACKLOG-FILE.
       MOVE "SUBJ" TO PARM-KEY
       MOVE "Enter subject master file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SUBJ-FILE.
       IF WS-SUBJ-FILE = SPACES
       MOVE "SUBJ.DAT" TO WS-SUBJ-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "Enter backlog report file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "BKLRPT.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       VALIDATE-SCOPE.
       MOVE "SCOPE" TO PARM-KEY
       MOVE "List open backlogs only or all (O/A, blank O):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REPORT-SCOPE.
       IF REPORT-SCOPE = SPACE
       MOVE "O" TO REPORT-SCOPE.
       IF REPORT-SCOPE NOT = "O" AND REPORT-SCOPE NOT = "A"
       DISPLAY "ANSWER O OR A - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-SCOPE.
       PERFORM LOAD-SUBJECTS THRU LOAD-SUBJECTS-END.
       PERFORM WRITE-RUN-START.
       OPEN INPUT BACKLOG.
       MOVE "BACKLOG" TO ERR-FILE.
       MOVE FS-BACKLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       IF REPORT-SCOPE = "O"
       MOVE "OPEN BACKLOGS" TO RH-SCOPE
       ELSE
       MOVE "ALL BACKLOGS" TO RH-SCOPE.
       WRITE REPORT-REC FROM RPT-HEADER1.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       WRITE REPORT-REC FROM RPT-HEADER2.
       READ-BACKLOG.
       READ BACKLOG NEXT RECORD AT END GO TO END-RUN.
       ADD 1 TO READ-COUNT.
       PERFORM TALLY-SUBJECT THRU TALLY-SUBJECT-END.
       IF BL-STATUS = "O"
       ADD 1 TO TOTAL-OPEN
       ELSE
       ADD 1 TO TOTAL-CLEARED.
       IF REPORT-SCOPE = "O" AND BL-STATUS NOT = "O"
       GO TO READ-BACKLOG.
       IF BL-SID NOT = LAST-SID
       PERFORM START-STUDENT THRU START-STUDENT-END.
       PERFORM PRINT-BACKLOG THRU PRINT-BACKLOG-END.
       GO TO READ-BACKLOG.
       END-RUN.
       IF LAST-SID NOT = ZERO
       MOVE STUD-OPEN TO RT-OPEN
       WRITE REPORT-REC FROM RPT-STUD-TOTAL.
       PERFORM PRINT-SUBJECTS THRU PRINT-SUBJECTS-END.
       CLOSE BACKLOG.
       CLOSE REPORTFILE.
       DISPLAY "BACKLOG RECORDS READ:" READ-COUNT.
       DISPLAY "STUDENTS LISTED:" STUDENT-COUNT.
       DISPLAY "OPEN BACKLOGS:" TOTAL-OPEN.
       DISPLAY "CLEARED BACKLOGS:" TOTAL-CLEARED.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       START-STUDENT.
       IF LAST-SID NOT = ZERO
       MOVE STUD-OPEN TO RT-OPEN
       WRITE REPORT-REC FROM RPT-STUD-TOTAL.
       MOVE BL-SID TO LAST-SID.
       MOVE 0 TO STUD-OPEN.
       ADD 1 TO STUDENT-COUNT.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE BL-SID TO RS-SID.
       MOVE BL-NAME TO RS-NAME.
       MOVE BL-DEPT TO RS-DEPT.
       WRITE REPORT-REC FROM RPT-STUD-LINE.
       WRITE REPORT-REC FROM RPT-COL-HEAD.
       START-STUDENT-END.
       EXIT.

       PRINT-BACKLOG.
       MOVE BL-SUBJ TO RD-SUBJ.
       MOVE SPACES TO RD-TITLE.
       MOVE 0 TO SUBJ-IDX.
       PRINT-BACKLOG-TITLE.
       ADD 1 TO SUBJ-IDX.
       IF SUBJ-IDX > SUBJ-COUNT
       GO TO PRINT-BACKLOG-LINE.
       IF SJ-CODE(SUBJ-IDX) NOT = BL-SUBJ
       GO TO PRINT-BACKLOG-TITLE.
       MOVE SJ-TITLE(SUBJ-IDX) TO RD-TITLE.
       PRINT-BACKLOG-LINE.
       MOVE BL-TERM TO RD-TERM.
       MOVE BL-MARK TO RD-MARK.
       IF BL-STATUS = "O"
       MOVE "OPEN" TO RD-STATUS
       ADD 1 TO STUD-OPEN
       ELSE
       MOVE "CLEARED" TO RD-STATUS.
       MOVE BL-ATTEMPTS TO RD-TRIES.
       MOVE BL-SUPP-TERM TO RD-SUPP-TERM.
       IF BL-ATTEMPTS = 0
       MOVE ZERO TO RD-SUPP-MARK
       MOVE SPACE TO RD-SUPP-GRADE
       ELSE
       MOVE BL-SUPP-MARK TO RD-SUPP-MARK
       MOVE BL-SUPP-GRADE TO RD-SUPP-GRADE.
       WRITE REPORT-REC FROM RPT-DETAIL.
       ADD 1 TO WRITE-COUNT.
       PRINT-BACKLOG-END.
       EXIT.

       TALLY-SUBJECT.
       MOVE 0 TO SUM-IDX.
       TALLY-SUBJECT-LOOP.
       ADD 1 TO SUM-IDX.
       IF SUM-IDX > SUM-COUNT
       GO TO TALLY-SUBJECT-ADD.
       IF SS-CODE(SUM-IDX) = BL-SUBJ
       GO TO TALLY-SUBJECT-POST.
       GO TO TALLY-SUBJECT-LOOP.
       TALLY-SUBJECT-ADD.
       IF SUM-COUNT >= 20
       DISPLAY "SUBJECT SUMMARY FULL - NOT TALLIED:" BL-SUBJ
       GO TO TALLY-SUBJECT-END.
       ADD 1 TO SUM-COUNT.
       MOVE BL-SUBJ TO SS-CODE(SUM-COUNT).
       MOVE ZERO TO SS-OPEN(SUM-COUNT).
       MOVE ZERO TO SS-CLEARED(SUM-COUNT).
       MOVE ZERO TO SS-ATTEMPTS(SUM-COUNT).
       MOVE SUM-COUNT TO SUM-IDX.
       TALLY-SUBJECT-POST.
       IF BL-STATUS = "O"
       ADD 1 TO SS-OPEN(SUM-IDX)
       ELSE
       ADD 1 TO SS-CLEARED(SUM-IDX).
       ADD BL-ATTEMPTS TO SS-ATTEMPTS(SUM-IDX).
       TALLY-SUBJECT-END.
       EXIT.

       PRINT-SUBJECTS.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       WRITE REPORT-REC FROM RPT-HEADER3.
       WRITE REPORT-REC FROM RPT-SUBJ-HEAD.
       MOVE 0 TO SUM-IDX.
       PRINT-SUBJECTS-LOOP.
       ADD 1 TO SUM-IDX.
       IF SUM-IDX > SUM-COUNT
       GO TO PRINT-SUBJECTS-TOTAL.
       MOVE SS-CODE(SUM-IDX) TO RB-SUBJ.
       MOVE SPACES TO RB-TITLE.
       MOVE 0 TO SUBJ-IDX.
       PRINT-SUBJECTS-TITLE.
       ADD 1 TO SUBJ-IDX.
       IF SUBJ-IDX > SUBJ-COUNT
       GO TO PRINT-SUBJECTS-LINE.
       IF SJ-CODE(SUBJ-IDX) NOT = SS-CODE(SUM-IDX)
       GO TO PRINT-SUBJECTS-TITLE.
       MOVE SJ-TITLE(SUBJ-IDX) TO RB-TITLE.
       PRINT-SUBJECTS-LINE.
       MOVE SS-OPEN(SUM-IDX) TO RB-OPEN.
       MOVE SS-CLEARED(SUM-IDX) TO RB-CLEARED.
       MOVE SS-ATTEMPTS(SUM-IDX) TO RB-ATTEMPTS.
       WRITE REPORT-REC FROM RPT-SUBJ-LINE.
       GO TO PRINT-SUBJECTS-LOOP.
       PRINT-SUBJECTS-TOTAL.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "STUDENTS LISTED" TO RT-LABEL.
       MOVE STUDENT-COUNT TO RT-COUNT.
       WRITE REPORT-REC FROM RPT-TOTAL.
       MOVE "TOTAL OPEN BACKLOGS" TO RT-LABEL.
       MOVE TOTAL-OPEN TO RT-COUNT.
       WRITE REPORT-REC FROM RPT-TOTAL.
       MOVE "TOTAL CLEARED BACKLOGS" TO RT-LABEL.
       MOVE TOTAL-CLEARED TO RT-COUNT.
       WRITE REPORT-REC FROM RPT-TOTAL.
       PRINT-SUBJECTS-END.
       EXIT.

       LOAD-SUBJECTS.
       MOVE ZERO TO SUBJ-COUNT.
       OPEN INPUT SUBJFILE.
       MOVE "SUBJFILE" TO ERR-FILE.
       MOVE FS-SUBJFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-SUBJECTS-READ.
       READ SUBJFILE RECORD INTO SUBJ-DETAIL
       AT END CLOSE SUBJFILE GO TO LOAD-SUBJECTS-END.
       IF SB-CODE = SPACES
       GO TO LOAD-SUBJECTS-READ.
       IF SUBJ-COUNT >= 5
       DISPLAY "SUBJECT TABLE FULL - SKIPPING REMAINING SUBJECTS"
       CLOSE SUBJFILE
       GO TO LOAD-SUBJECTS-END.
       ADD 1 TO SUBJ-COUNT.
       MOVE SB-CODE TO SJ-CODE(SUBJ-COUNT).
       MOVE SB-TITLE TO SJ-TITLE(SUBJ-COUNT).
       MOVE SB-MAX TO SJ-MAX(SUBJ-COUNT).
       MOVE SB-WEIGHT TO SJ-WEIGHT(SUBJ-COUNT).
       GO TO LOAD-SUBJECTS-READ.
       LOAD-SUBJECTS-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "BACKLOGRPT" TO RC-PROG.
       MOVE "START" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE ZERO TO RC-READ.
       MOVE ZERO TO RC-WRITTEN.
       MOVE SPACES TO RC-STATUS.
       WRITE RC-REC FROM RC-DETAIL.
       CLOSE RUNCTL.

       WRITE-RUN-END.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "BACKLOGRPT" TO RC-PROG.
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

       END PROGRAM BacklogReport.
