       IDENTIFICATION DIVISION.
       PROGRAM-ID. GuardianMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO WS-STUDENT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS StudentId
       FILE STATUS IS FS-STUDENTFILE.
       SELECT OPTIONAL GUARDFILE ASSIGN TO WS-GUARD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS GD-KEY
       FILE STATUS IS FS-GUARDFILE.
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
       FD GUARDFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS GD-REC.
       01 GD-REC.
       02 GD-KEY.
       03 GD-SID PIC 9(7).
       03 GD-SEQ PIC 9.
       02 GD-NAME PIC X(25).
       02 GD-RELATION PIC X(10).
       02 GD-PHONE PIC X(15).
       02 GD-ADDR1 PIC X(30).
       02 GD-ADDR2 PIC X(30).
       02 GD-CITY PIC X(20).
       02 GD-PIN PIC X(6).
       02 GD-MAIL PIC X(30).
       02 GD-DATE PIC 9(8).
       02 FILLER PIC X(10).
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
       77 WS-GUARD-FILE PIC X(40).
       77 CHI PIC 9.
       77 REQ-SID PIC 9(7).
       77 REQ-SEQ PIC 9.
       77 REQ-NAME PIC X(25).
       77 REQ-RELATION PIC X(10).
       77 REQ-PHONE PIC X(15).
       77 REQ-ADDR1 PIC X(30).
       77 REQ-ADDR2 PIC X(30).
       77 REQ-CITY PIC X(20).
       77 REQ-PIN PIC X(6).
       77 REQ-MAIL PIC X(30).
       77 REQ-CONFIRM PIC X.
       77 TODAY-DATE PIC 9(8).
       77 STU-OK PIC 9 VALUE ZERO.
       77 DETAILS-OK PIC 9 VALUE ZERO.
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
       77 FS-GUARDFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "GUARDMAINT".
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
       MOVE "GUARDIAN" TO PARM-KEY
       MOVE "Enter guardian file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-GUARD-FILE.
       IF WS-GUARD-FILE = SPACES
       MOVE "GUARDIAN.DAT" TO WS-GUARD-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       PERFORM WRITE-RUN-START.
       MENU-PARA.
       DISPLAY "GUARDIAN CONTACT MAINTENANCE".
       DISPLAY "1.ADD GUARDIAN".
       DISPLAY "2.AMEND GUARDIAN".
       DISPLAY "3.DELETE GUARDIAN".
       DISPLAY "4.LIST GUARDIANS FOR STUDENT".
       DISPLAY "5.EXIT".
       DISPLAY "ENTER YOUR CHOICE".
       ACCEPT CHI.
       IF CHI=1
       PERFORM ADD-GUARDIAN THRU ADD-GUARDIAN-END
       ELSE IF CHI=2
       PERFORM AMEND-GUARDIAN THRU AMEND-GUARDIAN-END
       ELSE IF CHI=3
       PERFORM DELETE-GUARDIAN THRU DELETE-GUARDIAN-END
       ELSE IF CHI=4
       PERFORM LIST-GUARDIANS THRU LIST-GUARDIANS-END
       ELSE IF CHI=5
       PERFORM WRITE-RUN-END
       STOP RUN
       ELSE
       DISPLAY "INVALID CHOICE - RE-ENTER".
       GO TO MENU-PARA.

       GET-GUARDIAN-KEY.
       DISPLAY "STUDENT ID (7 DIGITS):".
       ACCEPT REQ-SID.
       DISPLAY "GUARDIAN NUMBER FOR THIS STUDENT (1-9):".
       ACCEPT REQ-SEQ.
       GET-GUARDIAN-KEY-END.
       EXIT.

       GET-GUARDIAN-DETAILS.
       DISPLAY "GUARDIAN NAME:".
       ACCEPT REQ-NAME.
       DISPLAY "RELATION TO STUDENT (E.G. FATHER, MOTHER):".
       ACCEPT REQ-RELATION.
       DISPLAY "PHONE (MOBILE FOR SMS, BLANK IF NONE):".
       ACCEPT REQ-PHONE.
       DISPLAY "MAIL ID (BLANK IF NONE):".
       ACCEPT REQ-MAIL.
       DISPLAY "ADDRESS LINE 1:".
       ACCEPT REQ-ADDR1.
       DISPLAY "ADDRESS LINE 2:".
       ACCEPT REQ-ADDR2.
       DISPLAY "CITY:".
       ACCEPT REQ-CITY.
       DISPLAY "PIN CODE:".
       ACCEPT REQ-PIN.
       MOVE 0 TO DETAILS-OK.
       IF REQ-NAME = SPACES OR REQ-RELATION = SPACES
       DISPLAY "NAME AND RELATION ARE REQUIRED"
       GO TO GET-GUARDIAN-DETAILS-END.
       IF REQ-PHONE = SPACES AND REQ-MAIL = SPACES
       AND REQ-ADDR1 = SPACES
       DISPLAY "AT LEAST A PHONE, MAIL ID OR ADDRESS IS REQUIRED"
       GO TO GET-GUARDIAN-DETAILS-END.
       IF REQ-ADDR1 NOT = SPACES AND REQ-CITY = SPACES
       DISPLAY "CITY IS REQUIRED WITH A POSTAL ADDRESS"
       GO TO GET-GUARDIAN-DETAILS-END.
       MOVE 1 TO DETAILS-OK.
       GET-GUARDIAN-DETAILS-END.
       EXIT.

       CHECK-STUDENT.
       MOVE 1 TO STU-OK.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-SID TO StudentId.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       MOVE 0 TO STU-OK.
       CLOSE StudentFile.
       IF STU-OK = 0
       DISPLAY "STUDENT ID NOT ON MASTER:" REQ-SID
       GO TO CHECK-STUDENT-END.
       IF StudStatus = "R"
       DISPLAY "RETIRED DUPLICATE ID - USE THE SURVIVING ID:" REQ-SID
       MOVE 0 TO STU-OK
       GO TO CHECK-STUDENT-END.
       DISPLAY "STUDENT: " StudentName " DEPT " Department.
       CHECK-STUDENT-END.
       EXIT.

       MOVE-GUARDIAN-DETAILS.
       MOVE REQ-NAME TO GD-NAME.
       MOVE REQ-RELATION TO GD-RELATION.
       MOVE REQ-PHONE TO GD-PHONE.
       MOVE REQ-MAIL TO GD-MAIL.
       MOVE REQ-ADDR1 TO GD-ADDR1.
       MOVE REQ-ADDR2 TO GD-ADDR2.
       MOVE REQ-CITY TO GD-CITY.
       MOVE REQ-PIN TO GD-PIN.
       MOVE TODAY-DATE TO GD-DATE.

       ADD-GUARDIAN.
       PERFORM GET-GUARDIAN-KEY THRU GET-GUARDIAN-KEY-END.
       IF REQ-SEQ = 0
       DISPLAY "GUARDIAN NUMBER MUST BE 1-9"
       GO TO ADD-GUARDIAN-END.
       PERFORM CHECK-STUDENT THRU CHECK-STUDENT-END.
       IF STU-OK = 0
       GO TO ADD-GUARDIAN-END.
       PERFORM GET-GUARDIAN-DETAILS THRU GET-GUARDIAN-DETAILS-END.
       IF DETAILS-OK = 0
       DISPLAY "GUARDIAN NOT ADDED"
       GO TO ADD-GUARDIAN-END.
       OPEN I-O GUARDFILE.
       MOVE "GUARDFILE" TO ERR-FILE.
       MOVE FS-GUARDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO GD-REC.
       MOVE REQ-SID TO GD-SID.
       MOVE REQ-SEQ TO GD-SEQ.
       PERFORM MOVE-GUARDIAN-DETAILS.
       WRITE GD-REC
       INVALID KEY
       DISPLAY "GUARDIAN ALREADY ON FILE - USE AMEND:" REQ-SID
           " " REQ-SEQ
       NOT INVALID KEY
       ADD 1 TO WRITE-COUNT
       DISPLAY "GUARDIAN ADDED:" REQ-SID " " REQ-SEQ.
       CLOSE GUARDFILE.
       ADD-GUARDIAN-END.
       EXIT.

       AMEND-GUARDIAN.
       PERFORM GET-GUARDIAN-KEY THRU GET-GUARDIAN-KEY-END.
       OPEN I-O GUARDFILE.
       MOVE "GUARDFILE" TO ERR-FILE.
       MOVE FS-GUARDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-SID TO GD-SID.
       MOVE REQ-SEQ TO GD-SEQ.
       READ GUARDFILE RECORD KEY IS GD-KEY
       INVALID KEY
       DISPLAY "GUARDIAN NOT ON FILE:" REQ-SID " " REQ-SEQ
       CLOSE GUARDFILE
       GO TO AMEND-GUARDIAN-END.
       DISPLAY "CURRENT:" GD-NAME " " GD-RELATION.
       DISPLAY "        PHONE " GD-PHONE " MAIL " GD-MAIL.
       DISPLAY "        " GD-ADDR1 " " GD-ADDR2.
       DISPLAY "        " GD-CITY " " GD-PIN.
       PERFORM GET-GUARDIAN-DETAILS THRU GET-GUARDIAN-DETAILS-END.
       IF DETAILS-OK = 0
       DISPLAY "GUARDIAN NOT AMENDED"
       CLOSE GUARDFILE
       GO TO AMEND-GUARDIAN-END.
       PERFORM MOVE-GUARDIAN-DETAILS.
       REWRITE GD-REC.
       MOVE FS-GUARDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "GUARDIAN AMENDED:" REQ-SID " " REQ-SEQ.
       CLOSE GUARDFILE.
       AMEND-GUARDIAN-END.
       EXIT.

       DELETE-GUARDIAN.
       PERFORM GET-GUARDIAN-KEY THRU GET-GUARDIAN-KEY-END.
       OPEN I-O GUARDFILE.
       MOVE "GUARDFILE" TO ERR-FILE.
       MOVE FS-GUARDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-SID TO GD-SID.
       MOVE REQ-SEQ TO GD-SEQ.
       READ GUARDFILE RECORD KEY IS GD-KEY
       INVALID KEY
       DISPLAY "GUARDIAN NOT ON FILE:" REQ-SID " " REQ-SEQ
       CLOSE GUARDFILE
       GO TO DELETE-GUARDIAN-END.
       DISPLAY "GUARDIAN: " GD-NAME " " GD-RELATION.
       DISPLAY "CONFIRM DELETE (Y/N):".
       ACCEPT REQ-CONFIRM.
       IF REQ-CONFIRM NOT = "Y"
       DISPLAY "DELETE CANCELLED"
       CLOSE GUARDFILE
       GO TO DELETE-GUARDIAN-END.
       DELETE GUARDFILE RECORD.
       MOVE FS-GUARDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "GUARDIAN DELETED:" REQ-SID " " REQ-SEQ.
       CLOSE GUARDFILE.
       DELETE-GUARDIAN-END.
       EXIT.

       LIST-GUARDIANS.
       DISPLAY "STUDENT ID (7 DIGITS):".
       ACCEPT REQ-SID.
       MOVE 0 TO LIST-COUNT.
       OPEN INPUT GUARDFILE.
       MOVE "GUARDFILE" TO ERR-FILE.
       MOVE FS-GUARDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE REQ-SID TO GD-SID.
       MOVE ZERO TO GD-SEQ.
       START GUARDFILE KEY IS NOT LESS THAN GD-KEY
       INVALID KEY
       CLOSE GUARDFILE
       GO TO LIST-GUARDIANS-SHOW.
       LIST-GUARDIANS-READ.
       READ GUARDFILE NEXT RECORD AT END
       CLOSE GUARDFILE GO TO LIST-GUARDIANS-SHOW.
       IF GD-SID NOT = REQ-SID
       CLOSE GUARDFILE GO TO LIST-GUARDIANS-SHOW.
       ADD 1 TO LIST-COUNT.
       DISPLAY GD-SEQ " " GD-NAME " " GD-RELATION " " GD-PHONE.
       DISPLAY "  " GD-MAIL.
       DISPLAY "  " GD-ADDR1 " " GD-ADDR2 " " GD-CITY " " GD-PIN.
       GO TO LIST-GUARDIANS-READ.
       LIST-GUARDIANS-SHOW.
       DISPLAY "GUARDIANS FOR STUDENT:" LIST-COUNT.
       LIST-GUARDIANS-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "GUARDMAINT" TO RC-PROG.
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
       MOVE "GUARDMAINT" TO RC-PROG.
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

       END PROGRAM GuardianMaint.
