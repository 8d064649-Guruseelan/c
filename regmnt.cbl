       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectReg.
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
       77 CHI PIC 9.
       77 REG-SEMESTER PIC X(6).
       77 REQ-SID PIC 9(7).
       77 REQ-SUBJ PIC X(4).
       77 REQ-CONFIRM PIC X.
       77 TODAY-DATE PIC 9(8).
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
       77 SUBJ-FOUND PIC 9 VALUE ZERO.
       77 REG-FOUND PIC 9 VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 LIST-COUNT PIC 9(6) VALUE ZERO.
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
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "SUBJECTREG".
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
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       GET-SEMESTER.
       MOVE "SEMESTER" TO PARM-KEY
       MOVE "Enter semester/term id (e.g. 2026S1):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO REG-SEMESTER.
       IF REG-SEMESTER = SPACES
       DISPLAY "SEMESTER IS REQUIRED - RE-ENTER"
       IF PARM-MODE = 1
       DISPLAY "RUN ENDED - SEMESTER MISSING FROM PARAMETER FILE"
       STOP RUN
       ELSE
       GO TO GET-SEMESTER.
       PERFORM LOAD-SUBJECTS THRU LOAD-SUBJECTS-END.
       IF SUBJ-COUNT = 0
       DISPLAY "NO SUBJECT MASTER ON FILE - REGISTRATION NOT POSSIBLE"
       STOP RUN.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       PERFORM WRITE-RUN-START.
       MENU-PARA.
       DISPLAY "SUBJECT REGISTRATION FOR SEMESTER " REG-SEMESTER.
       DISPLAY "1.REGISTER STUDENT FOR SUBJECT".
       DISPLAY "2.DROP SUBJECT REGISTRATION".
       DISPLAY "3.LIST REGISTRATIONS FOR STUDENT".
       DISPLAY "4.EXIT".
       DISPLAY "ENTER YOUR CHOICE".
       ACCEPT CHI.
       IF CHI=1
       PERFORM ADD-REGISTRATION THRU ADD-REGISTRATION-END
       ELSE IF CHI=2
       PERFORM DROP-REGISTRATION THRU DROP-REGISTRATION-END
       ELSE IF CHI=3
       PERFORM LIST-REGISTRATIONS THRU LIST-REGISTRATIONS-END
       ELSE IF CHI=4
       PERFORM WRITE-RUN-END
       STOP RUN
       ELSE
       DISPLAY "INVALID CHOICE - RE-ENTER".
       GO TO MENU-PARA.

       ADD-REGISTRATION.
       DISPLAY "STUDENT ID (7 DIGITS):".
       ACCEPT REQ-SID.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-SID TO StudentId.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       DISPLAY "STUDENT ID NOT ON MASTER - NOT REGISTERED:"
           REQ-SID
       CLOSE StudentFile
       GO TO ADD-REGISTRATION-END.
       CLOSE StudentFile.
       IF StudStatus = "G" OR StudStatus = "R"
       DISPLAY "STUDENT IS NOT ON ROLL (STATUS " StudStatus
           ") - NOT REGISTERED"
       GO TO ADD-REGISTRATION-END.
       DISPLAY "STUDENT: " StudentName " DEPT " Department.
       DISPLAY "SUBJECT CODE:".
       ACCEPT REQ-SUBJ.
       PERFORM FIND-SUBJECT THRU FIND-SUBJECT-END.
       IF SUBJ-FOUND = 0
       DISPLAY "SUBJECT NOT ON SUBJECT MASTER - NOT REGISTERED:"
           REQ-SUBJ
       GO TO ADD-REGISTRATION-END.
       OPEN I-O REGFILE.
       MOVE "REGFILE" TO ERR-FILE.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-SID TO REG-SID.
       MOVE REG-SEMESTER TO REG-SEM.
       MOVE REQ-SUBJ TO REG-SUBJ.
       READ REGFILE
       INVALID KEY
       MOVE 0 TO REG-FOUND
       NOT INVALID KEY
       MOVE 1 TO REG-FOUND.
       IF REG-FOUND = 1 AND REG-STATUS = "A"
       DISPLAY "ALREADY REGISTERED FOR " REQ-SUBJ " THIS SEMESTER"
       CLOSE REGFILE
       GO TO ADD-REGISTRATION-END.
       MOVE "A" TO REG-STATUS.
       MOVE TODAY-DATE TO REG-DATE.
       MOVE ZERO TO REG-DROP-DATE.
       IF REG-FOUND = 1
       REWRITE REG-REC
       ELSE
       WRITE REG-REC.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CLOSE REGFILE.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "REGISTERED: " REQ-SID " FOR " REQ-SUBJ " "
           SJ-TITLE(SUBJ-IDX).
       ADD-REGISTRATION-END.
       EXIT.

       DROP-REGISTRATION.
       DISPLAY "STUDENT ID (7 DIGITS):".
       ACCEPT REQ-SID.
       DISPLAY "SUBJECT CODE:".
       ACCEPT REQ-SUBJ.
       OPEN I-O REGFILE.
       MOVE "REGFILE" TO ERR-FILE.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-SID TO REG-SID.
       MOVE REG-SEMESTER TO REG-SEM.
       MOVE REQ-SUBJ TO REG-SUBJ.
       READ REGFILE
       INVALID KEY
       MOVE 0 TO REG-FOUND
       NOT INVALID KEY
       MOVE 1 TO REG-FOUND.
       IF REG-FOUND = 0 OR REG-STATUS NOT = "A"
       DISPLAY "NO ACTIVE REGISTRATION FOR " REQ-SID " " REQ-SUBJ
       CLOSE REGFILE
       GO TO DROP-REGISTRATION-END.
       DISPLAY "CONFIRM DROP (Y/N):".
       ACCEPT REQ-CONFIRM.
       IF REQ-CONFIRM NOT = "Y"
       DISPLAY "DROP CANCELLED"
       CLOSE REGFILE
       GO TO DROP-REGISTRATION-END.
       MOVE "D" TO REG-STATUS.
       MOVE TODAY-DATE TO REG-DROP-DATE.
       REWRITE REG-REC.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CLOSE REGFILE.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "REGISTRATION DROPPED: " REQ-SID " " REQ-SUBJ.
       DROP-REGISTRATION-END.
       EXIT.

       LIST-REGISTRATIONS.
       DISPLAY "STUDENT ID (7 DIGITS):".
       ACCEPT REQ-SID.
       MOVE 0 TO LIST-COUNT.
       OPEN INPUT REGFILE.
       MOVE "REGFILE" TO ERR-FILE.
       MOVE FS-REGFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-SID TO REG-SID.
       MOVE LOW-VALUES TO REG-SEM.
       MOVE LOW-VALUES TO REG-SUBJ.
       START REGFILE KEY IS NOT LESS THAN REG-KEY
       INVALID KEY
       CLOSE REGFILE
       GO TO LIST-REGISTRATIONS-SHOW.
       LIST-REGISTRATIONS-READ.
       READ REGFILE NEXT RECORD AT END
       CLOSE REGFILE GO TO LIST-REGISTRATIONS-SHOW.
       IF REG-SID NOT = REQ-SID
       CLOSE REGFILE GO TO LIST-REGISTRATIONS-SHOW.
       ADD 1 TO LIST-COUNT.
       IF REG-STATUS = "A"
       DISPLAY REG-SEM " " REG-SUBJ " REGISTERED " REG-DATE
       ELSE
       DISPLAY REG-SEM " " REG-SUBJ " DROPPED    " REG-DROP-DATE.
       GO TO LIST-REGISTRATIONS-READ.
       LIST-REGISTRATIONS-SHOW.
       DISPLAY "REGISTRATIONS FOR STUDENT:" LIST-COUNT.
       LIST-REGISTRATIONS-END.
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

       FIND-SUBJECT.
       MOVE 0 TO SUBJ-FOUND.
       MOVE 0 TO SUBJ-IDX.
       FIND-SUBJECT-LOOP.
       ADD 1 TO SUBJ-IDX.
       IF SUBJ-IDX > SUBJ-COUNT
       GO TO FIND-SUBJECT-END.
       IF SJ-CODE(SUBJ-IDX) = REQ-SUBJ
       MOVE 1 TO SUBJ-FOUND
       GO TO FIND-SUBJECT-END.
       GO TO FIND-SUBJECT-LOOP.
       FIND-SUBJECT-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "SUBJECTREG" TO RC-PROG.
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
       MOVE "SUBJECTREG" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE ZERO TO RC-READ.
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

       END PROGRAM SubjectReg.
