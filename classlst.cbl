       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClassList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO WS-STUDENT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS StudentId
       FILE STATUS IS FS-STUDENTFILE.
       SELECT OPTIONAL REGFILE ASSIGN TO WS-REG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS REG-KEY
       FILE STATUS IS FS-REGFILE.
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
       FD StudentFile
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS StudentRec.
       01 StudentRec.
       02 StudentId PIC 9(7).
       02 StudentName.
       03 Surname PIC X(8).
       03 Initials PIC XX.
       02 Department PIC X(5).
       02 mailid PIC X(30).
       02 StudStatus PIC X.
       FD REGFILE
       LABEL RECORDS ARE STANDARD.
       01 REG-REC.
       02 REG-KEY.
       03 REG-SID PIC 9(7).
       03 REG-SEM PIC X(6).
       03 REG-SUBJ PIC X(4).
       02 REG-STATUS PIC X.
       02 REG-DATE PIC 9(8).
       02 REG-DROP-DATE PIC 9(8).
       02 FILLER PIC X(6).
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
       77 WS-STUDENT-FILE PIC X(40).
       77 WS-REG-FILE PIC X(40).
       77 WS-SUBJ-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 LIST-SEMESTER PIC X(6).
       77 LIST-SUBJ PIC X(4).
       77 STU-FOUND PIC 9 VALUE ZERO.
       01 SUBJ-DETAIL.
       02 SB-CODE PIC X(4).
       02 FILLER PIC X.
       02 SB-TITLE PIC X(12).
       02 FILLER PIC X.
       02 SB-MAX PIC 999.
       02 FILLER PIC X.
       02 SB-WEIGHT PIC 9V99.
       02 FILLER PIC X(5).
       01 SUBJ-TABLE.
       02 SUBJ-ENTRY OCCURS 20 TIMES.
       03 SJ-CODE PIC X(4).
       03 SJ-TITLE PIC X(12).
       77 SUBJ-COUNT PIC 99 VALUE ZERO.
       77 SUBJ-IDX PIC 99 VALUE ZERO.
       77 CLASS-COUNT PIC 9(4) VALUE ZERO.
       77 LISTED-SUBJ-COUNT PIC 99 VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       01 CL-TITLE-LINE.
       02 FILLER PIC X(13) VALUE "CLASS LIST - ".
       02 CT-CODE PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 CT-TITLE PIC X(12).
       02 FILLER PIC X(11) VALUE "  SEMESTER ".
       02 CT-SEM PIC X(6).
       02 FILLER PIC X(33) VALUE SPACES.
       01 CL-HEADER PIC X(80) VALUE
       " NO  STUDENT ID  NAME        DEPT   REGISTERED  SIGNATURE".
       01 CL-DETAIL.
       02 CD-NO PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 CD-SID PIC 9(7).
       02 FILLER PIC X(5) VALUE SPACES.
       02 CD-NAME PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 CD-DEPT PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 CD-DATE PIC 9(8).
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(15) VALUE "_______________".
       02 FILLER PIC X(17) VALUE SPACES.
       01 CL-FOOTER.
       02 FILLER PIC X(21) VALUE "STUDENTS REGISTERED: ".
       02 CF-COUNT PIC ZZZ9.
       02 FILLER PIC X(55) VALUE SPACES.
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
       77 FS-STUDENTFILE PIC XX VALUE "00".
       77 FS-REGFILE PIC XX VALUE "00".
       77 FS-SUBJFILE PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "CLASSLIST".
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
       MOVE "STUDENT" TO PARM-KEY
       MOVE "Enter student master file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STUDENT-FILE.
       IF WS-STUDENT-FILE = SPACES
       MOVE "TEXT.txt" TO WS-STUDENT-FILE.
       MOVE "SUBJ" TO PARM-KEY
       MOVE "Enter subject master file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SUBJ-FILE.
       IF WS-SUBJ-FILE = SPACES
       MOVE "SUBJ.DAT" TO WS-SUBJ-FILE.
       MOVE "REG" TO PARM-KEY
       MOVE "Enter subject registration file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REG-FILE.
       IF WS-REG-FILE = SPACES
       MOVE "SUBJREG.DAT" TO WS-REG-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "Enter class list report file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "CLASSLST.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       MOVE "SEMESTER" TO PARM-KEY
       MOVE "Enter semester/term id (e.g. 2026S1):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO LIST-SEMESTER.
       IF LIST-SEMESTER = SPACES
       DISPLAY "SEMESTER IS REQUIRED - NO CLASS LIST PRINTED"
       STOP RUN.
       MOVE "CLASS-SUBJ" TO PARM-KEY
       MOVE "Enter subject code to list (blank for all subjects):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO LIST-SUBJ.
       PERFORM LOAD-SUBJECTS THRU LOAD-SUBJECTS-END.
       IF SUBJ-COUNT = 0
       DISPLAY "NO SUBJECT MASTER ON FILE - NOTHING TO LIST"
       STOP RUN.
       PERFORM WRITE-RUN-START.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 0 TO SUBJ-IDX.
       LIST-NEXT-SUBJECT.
       ADD 1 TO SUBJ-IDX.
       IF SUBJ-IDX > SUBJ-COUNT
       GO TO LIST-DONE.
       IF LIST-SUBJ NOT = SPACES
       IF SJ-CODE(SUBJ-IDX) NOT = LIST-SUBJ
       GO TO LIST-NEXT-SUBJECT.
       PERFORM PRINT-CLASS THRU PRINT-CLASS-END.
       GO TO LIST-NEXT-SUBJECT.
       LIST-DONE.
       CLOSE StudentFile.
       CLOSE REPORTFILE.
       IF LISTED-SUBJ-COUNT = 0
       DISPLAY "SUBJECT NOT ON SUBJECT MASTER:" LIST-SUBJ.
       DISPLAY "CLASS LISTS PRINTED:" LISTED-SUBJ-COUNT.
       DISPLAY "STUDENT LINES WRITTEN:" WRITE-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       PRINT-CLASS.
       ADD 1 TO LISTED-SUBJ-COUNT.
       MOVE 0 TO CLASS-COUNT.
       IF LISTED-SUBJ-COUNT > 1
       MOVE SPACES TO REPORT-REC
       WRITE REPORT-REC
       WRITE REPORT-REC.
       MOVE SJ-CODE(SUBJ-IDX) TO CT-CODE.
       MOVE SJ-TITLE(SUBJ-IDX) TO CT-TITLE.
       MOVE LIST-SEMESTER TO CT-SEM.
       WRITE REPORT-REC FROM CL-TITLE-LINE.
       WRITE REPORT-REC FROM CL-HEADER.
       OPEN INPUT REGFILE.
       MOVE "REGFILE" TO ERR-FILE.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PRINT-CLASS-READ.
       READ REGFILE NEXT RECORD AT END
       CLOSE REGFILE GO TO PRINT-CLASS-TOTAL.
       ADD 1 TO READ-COUNT.
       IF REG-SEM NOT = LIST-SEMESTER
       OR REG-SUBJ NOT = SJ-CODE(SUBJ-IDX)
       OR REG-STATUS NOT = "A"
       GO TO PRINT-CLASS-READ.
       MOVE REG-SID TO StudentId.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       MOVE 0 TO STU-FOUND
       NOT INVALID KEY
       MOVE 1 TO STU-FOUND.
       ADD 1 TO CLASS-COUNT.
       MOVE CLASS-COUNT TO CD-NO.
       MOVE REG-SID TO CD-SID.
       MOVE REG-DATE TO CD-DATE.
       IF STU-FOUND = 1
       MOVE StudentName TO CD-NAME
       MOVE Department TO CD-DEPT
       ELSE
       MOVE "NOT ON MST" TO CD-NAME
       MOVE SPACES TO CD-DEPT.
       WRITE REPORT-REC FROM CL-DETAIL.
       ADD 1 TO WRITE-COUNT.
       GO TO PRINT-CLASS-READ.
       PRINT-CLASS-TOTAL.
       MOVE CLASS-COUNT TO CF-COUNT.
       WRITE REPORT-REC FROM CL-FOOTER.
       PRINT-CLASS-END.
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
       IF SUBJ-COUNT >= 20
       DISPLAY "SUBJECT TABLE FULL - SKIPPING REMAINING SUBJECTS"
       CLOSE SUBJFILE
       GO TO LOAD-SUBJECTS-END.
       ADD 1 TO SUBJ-COUNT.
       MOVE SB-CODE TO SJ-CODE(SUBJ-COUNT).
       MOVE SB-TITLE TO SJ-TITLE(SUBJ-COUNT).
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
       MOVE "CLASSLIST" TO RC-PROG.
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
       MOVE "CLASSLIST" TO RC-PROG.
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

       END PROGRAM ClassList.
