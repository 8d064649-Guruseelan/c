       IDENTIFICATION DIVISION.
       PROGRAM-ID. MailBounce.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO WS-STUDENT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS StudentId
       FILE STATUS IS FS-STUDENTFILE.
       SELECT OPTIONAL MAILSTAT ASSIGN TO WS-MAILSTAT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS MS-MAIL
       FILE STATUS IS FS-MAILSTAT.
       SELECT OPTIONAL MAILLIST ASSIGN TO WS-MAILLIST-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-MAILLIST.
       SELECT OPTIONAL BOUNCEFILE ASSIGN TO WS-BOUNCE-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-BOUNCEFILE.
       SELECT EXTFILE ASSIGN TO WS-EXT-FILE
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS FS-EXTFILE.
       SELECT SRTFILE ASSIGN TO WS-SRT-FILE
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS FS-SRTFILE.
       SELECT WORK ASSIGN TO DISK
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL.
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
       FD MAILSTAT
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS MS-REC.
       01 MS-REC.
       02 MS-MAIL PIC X(30).
       02 MS-SID PIC 9(7).
       02 MS-SOURCE PIC X.
       02 MS-HARD PIC 99.
       02 MS-SOFT PIC 99.
       02 MS-FIRST-DATE PIC 9(8).
       02 MS-LAST-DATE PIC 9(8).
       02 MS-REASON PIC X(30).
       02 MS-STATUS PIC X.
       02 MS-INVALID-DATE PIC 9(8).
       02 FILLER PIC X(10).
       FD MAILLIST
       LABEL RECORDS ARE STANDARD.
       01 MAILLIST-REC.
       02 ML-SID PIC 9(7).
       02 FILLER PIC X.
       02 ML-MAIL PIC X(30).
       02 FILLER PIC X(2).
       FD BOUNCEFILE
       LABEL RECORDS ARE STANDARD.
       01 BOUNCE-REC.
       02 BN-DATE PIC X(8).
       02 FILLER PIC X.
       02 BN-CLASS PIC X.
       02 FILLER PIC X.
       02 BN-MAIL PIC X(30).
       02 FILLER PIC X.
       02 BN-REASON PIC X(30).
       02 FILLER PIC X(8).
       FD EXTFILE
       LABEL RECORDS ARE STANDARD.
       01 EXT-REC PIC X(86).
       FD SRTFILE
       LABEL RECORDS ARE STANDARD.
       01 SRT-REC.
       02 SRT-DEPT PIC X(5).
       02 SRT-SID PIC 9(7).
       02 SRT-NAME PIC X(10).
       02 SRT-PMAIL PIC X(30).
       02 SRT-PSTATE PIC X.
       02 SRT-IMAIL PIC X(30).
       02 SRT-ISTATE PIC X.
       02 FILLER PIC XX.
       SD WORK.
       01 WORK-REC.
       02 WRK-DEPT PIC X(5).
       02 WRK-SID PIC 9(7).
       02 FILLER PIC X(74).
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
       77 WS-MAILSTAT-FILE PIC X(40).
       77 WS-MAILLIST-FILE PIC X(40).
       77 WS-BOUNCE-FILE PIC X(40).
       77 WS-EXT-FILE PIC X(40).
       77 WS-SRT-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       77 HARD-LIMIT PIC 99.
       77 TODAY-DATE PIC 9(8).
       01 LOWER-CASE PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UPPER-CASE PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 INST-TABLE.
       02 INST-ENTRY OCCURS 500 TIMES.
       03 IN-SID PIC 9(7).
       03 IN-MAIL PIC X(30).
       77 INST-COUNT PIC 999 VALUE ZERO.
       77 INST-IDX PIC 999 VALUE ZERO.
       01 PERS-TABLE.
       02 PERS-ENTRY OCCURS 1000 TIMES.
       03 PE-SID PIC 9(7).
       03 PE-MAIL PIC X(30).
       77 PERS-COUNT PIC 9(4) VALUE ZERO.
       77 PERS-IDX PIC 9(4) VALUE ZERO.
       77 MATCH-MAIL PIC X(30).
       77 MATCH-SID PIC 9(7).
       77 MATCH-SOURCE PIC X.
       77 MS-FOUND PIC 9 VALUE ZERO.
       77 ADDR-STATE PIC X.
       77 GOOD-COUNT PIC 9.
       77 BAD-COUNT PIC 9.
       77 CUR-DEPT PIC X(5).
       77 FIRST-REC PIC 9 VALUE 1.
       77 DEPT-COUNT PIC 9(5) VALUE ZERO.
       01 EXT-DETAIL.
       02 EX-DEPT PIC X(5).
       02 EX-SID PIC 9(7).
       02 EX-NAME PIC X(10).
       02 EX-PMAIL PIC X(30).
       02 EX-PSTATE PIC X.
       02 EX-IMAIL PIC X(30).
       02 EX-ISTATE PIC X.
       02 FILLER PIC XX.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 HARD-COUNT PIC 9(6) VALUE ZERO.
       77 SOFT-COUNT PIC 9(6) VALUE ZERO.
       77 INVALID-COUNT PIC 9(6) VALUE ZERO.
       77 NOMATCH-COUNT PIC 9(6) VALUE ZERO.
       77 REJECT-COUNT PIC 9(6) VALUE ZERO.
       77 RECONTACT-COUNT PIC 9(6) VALUE ZERO.
       01 RPT-HEADER1 PIC X(80) VALUE
       "MAIL BOUNCE REGISTER".
       01 RPT-HEADER2.
       02 FILLER PIC X(40) VALUE
       "STUDENT SRC ADDRESS                     ".
       02 FILLER PIC X(40) VALUE
       "CLS HARD SOFT ACTION".
       01 RPT-BOUNCE.
       02 RB-SID PIC 9(7).
       02 FILLER PIC X VALUE SPACE.
       02 RB-SOURCE PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 RB-MAIL PIC X(30).
       02 FILLER PIC X(2) VALUE SPACES.
       02 RB-CLASS PIC X.
       02 FILLER PIC X(3) VALUE SPACES.
       02 RB-HARD PIC Z9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 RB-SOFT PIC Z9.
       02 FILLER PIC X VALUE SPACE.
       02 RB-ACTION PIC X(24).
       01 RPT-REJECT.
       02 RJ-MAIL PIC X(30).
       02 FILLER PIC X(12) VALUE " REJECTED - ".
       02 RJ-REASON PIC X(30).
       02 FILLER PIC X(8) VALUE SPACES.
       01 RPT-HEADER3 PIC X(80) VALUE
       "STUDENTS TO RE-CONTACT - NO VALID MAIL ADDRESS ON FILE".
       01 RPT-DEPT-HEAD.
       02 FILLER PIC X(11) VALUE "DEPARTMENT ".
       02 RH-DEPT PIC X(5).
       02 FILLER PIC X(64) VALUE SPACES.
       01 RPT-RC-LINE.
       02 FILLER PIC XX VALUE SPACES.
       02 RR-SID PIC 9(7).
       02 FILLER PIC X VALUE SPACE.
       02 RR-NAME PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 RR-KIND PIC X(4) VALUE "PER ".
       02 FILLER PIC X VALUE SPACE.
       02 RR-MAIL PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 RR-STATE PIC X(8).
       02 FILLER PIC X(15) VALUE SPACES.
       01 RPT-RC-LINE2.
       02 FILLER PIC X(21) VALUE SPACES.
       02 RR2-KIND PIC X(4) VALUE "INS ".
       02 FILLER PIC X VALUE SPACE.
       02 RR2-MAIL PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 RR2-STATE PIC X(8).
       02 FILLER PIC X(15) VALUE SPACES.
       01 RPT-DEPT-TOTAL.
       02 FILLER PIC X(22) VALUE "  STUDENTS IN DEPT    ".
       02 RT-DEPT-COUNT PIC ZZZZ9.
       02 FILLER PIC X(53) VALUE SPACES.
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
       77 PARM-NUM PIC 9(10)V99.
       77 PARM-DIGIT PIC 9.
       77 PARM-SCAN PIC 99.
       77 PARM-FRAC PIC 9.
       77 RUN-FAILED PIC 9 VALUE ZERO.
       77 FAIL-ENDING PIC 9 VALUE ZERO.
       77 WS-ERRLOG-FILE PIC X(40) VALUE "ERRLOG.DAT".
       77 FS-STUDENTFILE PIC XX VALUE "00".
       77 FS-MAILSTAT PIC XX VALUE "00".
       77 FS-MAILLIST PIC XX VALUE "00".
       77 FS-BOUNCEFILE PIC XX VALUE "00".
       77 FS-EXTFILE PIC XX VALUE "00".
       77 FS-SRTFILE PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "MAILBOUNCE".
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
       MOVE "MAILLIST" TO PARM-KEY
       MOVE "Enter mail address listing file (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-MAILLIST-FILE.
       IF WS-MAILLIST-FILE = SPACES
       MOVE "MAIL2.LST" TO WS-MAILLIST-FILE.
       MOVE "BOUNCE" TO PARM-KEY
       MOVE "Enter mail server bounce file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BOUNCE-FILE.
       IF WS-BOUNCE-FILE = SPACES
       MOVE "BOUNCE.DAT" TO WS-BOUNCE-FILE.
       MOVE "MAILSTAT" TO PARM-KEY
       MOVE "Enter mail address status file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-MAILSTAT-FILE.
       IF WS-MAILSTAT-FILE = SPACES
       MOVE "MAILSTAT.DAT" TO WS-MAILSTAT-FILE.
       MOVE "EXT" TO PARM-KEY
       MOVE "Enter re-contact work file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EXT-FILE.
       IF WS-EXT-FILE = SPACES
       MOVE "RCTEXT.DAT" TO WS-EXT-FILE.
       MOVE "SRT" TO PARM-KEY
       MOVE "Enter sorted work file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SRT-FILE.
       IF WS-SRT-FILE = SPACES
       MOVE "RCTSRT.DAT" TO WS-SRT-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "Enter bounce register file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "BOUNCE.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       VALIDATE-HARD-LIMIT.
       MOVE "HARD-LIMIT" TO PARM-KEY
       MOVE "Enter hard bounces before address is invalid (1-99):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE 3 TO HARD-LIMIT.
       IF PARM-ANSWER NOT = SPACES
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END
       MOVE PARM-NUM TO HARD-LIMIT
       IF PARM-NUM > 99
       MOVE ZERO TO HARD-LIMIT.
       IF HARD-LIMIT = 0
       DISPLAY "INVALID HARD BOUNCE LIMIT - MUST BE 1-99, RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-HARD-LIMIT.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       PERFORM WRITE-RUN-START.
       PERFORM LOAD-INSTITUTIONAL THRU LOAD-INSTITUTIONAL-END.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PERFORM LOAD-PERSONAL THRU LOAD-PERSONAL-END.
       OPEN I-O MAILSTAT.
       MOVE "MAILSTAT" TO ERR-FILE.
       MOVE FS-MAILSTAT TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE REPORT-REC FROM RPT-HEADER1.
       WRITE REPORT-REC FROM RPT-HEADER2.
       PERFORM POST-BOUNCES THRU POST-BOUNCES-END.
       PERFORM BUILD-RECONTACT THRU BUILD-RECONTACT-END.
       CLOSE StudentFile.
       CLOSE MAILSTAT.
       SORT WORK ON ASCENDING KEY WRK-DEPT WRK-SID
       USING EXTFILE GIVING SRTFILE.
       PERFORM PRINT-RECONTACT THRU PRINT-RECONTACT-END.
       CLOSE REPORTFILE.
       DISPLAY "BOUNCES READ:" READ-COUNT.
       DISPLAY "HARD BOUNCES:" HARD-COUNT.
       DISPLAY "SOFT BOUNCES:" SOFT-COUNT.
       DISPLAY "ADDRESSES MARKED INVALID:" INVALID-COUNT.
       DISPLAY "BOUNCES NOT MATCHED TO A STUDENT:" NOMATCH-COUNT.
       DISPLAY "BOUNCES REJECTED:" REJECT-COUNT.
       DISPLAY "STUDENTS TO RE-CONTACT:" RECONTACT-COUNT.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       LOAD-INSTITUTIONAL.
       MOVE ZERO TO INST-COUNT.
       OPEN INPUT MAILLIST.
       MOVE "MAILLIST" TO ERR-FILE.
       MOVE FS-MAILLIST TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-INSTITUTIONAL-READ.
       READ MAILLIST AT END
       CLOSE MAILLIST GO TO LOAD-INSTITUTIONAL-END.
       IF ML-SID IS NOT NUMERIC OR ML-MAIL = SPACES
       GO TO LOAD-INSTITUTIONAL-READ.
       IF INST-COUNT >= 500
       DISPLAY "MAIL LIST TABLE FULL - SKIPPING REMAINING ADDRESSES"
       CLOSE MAILLIST
       GO TO LOAD-INSTITUTIONAL-END.
       ADD 1 TO INST-COUNT.
       MOVE ML-SID TO IN-SID(INST-COUNT).
       MOVE ML-MAIL TO IN-MAIL(INST-COUNT).
       INSPECT IN-MAIL(INST-COUNT) CONVERTING LOWER-CASE
           TO UPPER-CASE.
       GO TO LOAD-INSTITUTIONAL-READ.
       LOAD-INSTITUTIONAL-END.
       EXIT.

       LOAD-PERSONAL.
       MOVE ZERO TO PERS-COUNT.
       LOAD-PERSONAL-READ.
       READ StudentFile NEXT RECORD AT END
       GO TO LOAD-PERSONAL-END.
       IF mailid = SPACES
       GO TO LOAD-PERSONAL-READ.
       IF PERS-COUNT >= 1000
       DISPLAY "STUDENT MAIL TABLE FULL - SKIPPING REMAINING ROWS"
       GO TO LOAD-PERSONAL-END.
       ADD 1 TO PERS-COUNT.
       MOVE StudentId TO PE-SID(PERS-COUNT).
       MOVE mailid TO PE-MAIL(PERS-COUNT).
       INSPECT PE-MAIL(PERS-COUNT) CONVERTING LOWER-CASE
           TO UPPER-CASE.
       GO TO LOAD-PERSONAL-READ.
       LOAD-PERSONAL-END.
       EXIT.

       POST-BOUNCES.
       OPEN INPUT BOUNCEFILE.
       MOVE "BOUNCEFILE" TO ERR-FILE.
       MOVE FS-BOUNCEFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       POST-BOUNCES-READ.
       READ BOUNCEFILE AT END
       CLOSE BOUNCEFILE GO TO POST-BOUNCES-END.
       IF BOUNCE-REC = SPACES
       GO TO POST-BOUNCES-READ.
       ADD 1 TO READ-COUNT.
       MOVE BN-MAIL TO MATCH-MAIL.
       INSPECT MATCH-MAIL CONVERTING LOWER-CASE TO UPPER-CASE.
       IF MATCH-MAIL = SPACES
       MOVE "NO ADDRESS ON BOUNCE" TO RJ-REASON
       GO TO POST-BOUNCES-REJECT.
       IF BN-CLASS NOT = "H" AND BN-CLASS NOT = "S"
       MOVE "BOUNCE CLASS NOT H OR S" TO RJ-REASON
       GO TO POST-BOUNCES-REJECT.
       IF BN-DATE IS NOT NUMERIC
       MOVE "BOUNCE DATE NOT NUMERIC" TO RJ-REASON
       GO TO POST-BOUNCES-REJECT.
       PERFORM MATCH-ADDRESS THRU MATCH-ADDRESS-END.
       IF MATCH-SID = ZERO
       MOVE "NOT ON MAIL LIST OR MASTER" TO RJ-REASON
       ADD 1 TO NOMATCH-COUNT
       GO TO POST-BOUNCES-REJECT.
       MOVE MATCH-MAIL TO MS-MAIL.
       READ MAILSTAT
       INVALID KEY
       MOVE 0 TO MS-FOUND
       NOT INVALID KEY
       MOVE 1 TO MS-FOUND.
       IF MS-FOUND = 0
       MOVE SPACES TO MS-REC
       MOVE MATCH-MAIL TO MS-MAIL
       MOVE ZERO TO MS-HARD
       MOVE ZERO TO MS-SOFT
       MOVE BN-DATE TO MS-FIRST-DATE
       MOVE ZERO TO MS-INVALID-DATE
       MOVE "V" TO MS-STATUS.
       MOVE MATCH-SID TO MS-SID.
       MOVE MATCH-SOURCE TO MS-SOURCE.
       MOVE BN-DATE TO MS-LAST-DATE.
       MOVE BN-REASON TO MS-REASON.
       MOVE SPACES TO RB-ACTION.
       IF BN-CLASS = "H"
       ADD 1 TO HARD-COUNT
       IF MS-HARD < 99
       ADD 1 TO MS-HARD.
       IF BN-CLASS = "S"
       ADD 1 TO SOFT-COUNT
       IF MS-SOFT < 99
       ADD 1 TO MS-SOFT.
       IF MS-STATUS = "X"
       MOVE "ALREADY INVALID" TO RB-ACTION
       ELSE IF MS-HARD NOT < HARD-LIMIT
       MOVE "X" TO MS-STATUS
       MOVE TODAY-DATE TO MS-INVALID-DATE
       MOVE "MARKED INVALID" TO RB-ACTION
       ADD 1 TO INVALID-COUNT.
       IF MS-FOUND = 0
       WRITE MS-REC
       ELSE
       REWRITE MS-REC.
       MOVE "MAILSTAT" TO ERR-FILE.
       MOVE FS-MAILSTAT TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       ADD 1 TO WRITE-COUNT.
       MOVE MS-SID TO RB-SID.
       IF MS-SOURCE = "I"
       MOVE "INS" TO RB-SOURCE
       ELSE
       MOVE "PER" TO RB-SOURCE.
       MOVE MS-MAIL TO RB-MAIL.
       MOVE BN-CLASS TO RB-CLASS.
       MOVE MS-HARD TO RB-HARD.
       MOVE MS-SOFT TO RB-SOFT.
       WRITE REPORT-REC FROM RPT-BOUNCE.
       GO TO POST-BOUNCES-READ.
       POST-BOUNCES-REJECT.
       MOVE BN-MAIL TO RJ-MAIL.
       WRITE REPORT-REC FROM RPT-REJECT.
       ADD 1 TO REJECT-COUNT.
       GO TO POST-BOUNCES-READ.
       POST-BOUNCES-END.
       EXIT.

       MATCH-ADDRESS.
       MOVE ZERO TO MATCH-SID.
       MOVE 0 TO INST-IDX.
       MATCH-ADDRESS-INST.
       ADD 1 TO INST-IDX.
       IF INST-IDX > INST-COUNT
       GO TO MATCH-ADDRESS-PERS.
       IF IN-MAIL(INST-IDX) NOT = MATCH-MAIL
       GO TO MATCH-ADDRESS-INST.
       MOVE IN-SID(INST-IDX) TO MATCH-SID.
       MOVE "I" TO MATCH-SOURCE.
       GO TO MATCH-ADDRESS-END.
       MATCH-ADDRESS-PERS.
       MOVE 0 TO PERS-IDX.
       MATCH-ADDRESS-PERS-LOOP.
       ADD 1 TO PERS-IDX.
       IF PERS-IDX > PERS-COUNT
       GO TO MATCH-ADDRESS-END.
       IF PE-MAIL(PERS-IDX) NOT = MATCH-MAIL
       GO TO MATCH-ADDRESS-PERS-LOOP.
       MOVE PE-SID(PERS-IDX) TO MATCH-SID.
       MOVE "P" TO MATCH-SOURCE.
       MATCH-ADDRESS-END.
       EXIT.

       BUILD-RECONTACT.
       OPEN OUTPUT EXTFILE.
       MOVE "EXTFILE" TO ERR-FILE.
       MOVE FS-EXTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE ZERO TO StudentId.
       START StudentFile KEY IS NOT LESS THAN StudentId
       INVALID KEY
       CLOSE EXTFILE
       GO TO BUILD-RECONTACT-END.
       BUILD-RECONTACT-READ.
       READ StudentFile NEXT RECORD AT END
       CLOSE EXTFILE
       GO TO BUILD-RECONTACT-END.
       IF StudStatus = "G" OR StudStatus = "R"
       GO TO BUILD-RECONTACT-READ.
       MOVE 0 TO GOOD-COUNT.
       MOVE 0 TO BAD-COUNT.
       MOVE SPACES TO EXT-DETAIL.
       MOVE mailid TO MATCH-MAIL.
       INSPECT MATCH-MAIL CONVERTING LOWER-CASE TO UPPER-CASE.
       PERFORM CHECK-ADDRESS THRU CHECK-ADDRESS-END.
       MOVE mailid TO EX-PMAIL.
       MOVE ADDR-STATE TO EX-PSTATE.
       MOVE SPACES TO MATCH-MAIL.
       MOVE 0 TO INST-IDX.
       BUILD-RECONTACT-INST.
       ADD 1 TO INST-IDX.
       IF INST-IDX > INST-COUNT
       GO TO BUILD-RECONTACT-CHECK.
       IF IN-SID(INST-IDX) NOT = StudentId
       GO TO BUILD-RECONTACT-INST.
       MOVE IN-MAIL(INST-IDX) TO MATCH-MAIL.
       BUILD-RECONTACT-CHECK.
       PERFORM CHECK-ADDRESS THRU CHECK-ADDRESS-END.
       MOVE MATCH-MAIL TO EX-IMAIL.
       MOVE ADDR-STATE TO EX-ISTATE.
       IF BAD-COUNT = 0 OR GOOD-COUNT > 0
       GO TO BUILD-RECONTACT-READ.
       MOVE Department TO EX-DEPT.
       MOVE StudentId TO EX-SID.
       MOVE StudentName TO EX-NAME.
       WRITE EXT-REC FROM EXT-DETAIL.
       ADD 1 TO RECONTACT-COUNT.
       GO TO BUILD-RECONTACT-READ.
       BUILD-RECONTACT-END.
       EXIT.

       CHECK-ADDRESS.
       MOVE SPACE TO ADDR-STATE.
       IF MATCH-MAIL = SPACES
       GO TO CHECK-ADDRESS-END.
       MOVE "V" TO ADDR-STATE.
       MOVE MATCH-MAIL TO MS-MAIL.
       READ MAILSTAT
       INVALID KEY
       MOVE "V" TO MS-STATUS.
       IF MS-STATUS = "X"
       MOVE "X" TO ADDR-STATE
       ADD 1 TO BAD-COUNT
       ELSE
       ADD 1 TO GOOD-COUNT.
       CHECK-ADDRESS-END.
       EXIT.

       PRINT-RECONTACT.
       OPEN INPUT SRTFILE.
       MOVE "SRTFILE" TO ERR-FILE.
       MOVE FS-SRTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "BOUNCES READ" TO RT-LABEL.
       MOVE READ-COUNT TO RT-COUNT.
       WRITE REPORT-REC FROM RPT-TOTAL.
       MOVE "ADDRESSES MARKED INVALID" TO RT-LABEL.
       MOVE INVALID-COUNT TO RT-COUNT.
       WRITE REPORT-REC FROM RPT-TOTAL.
       MOVE "BOUNCES REJECTED" TO RT-LABEL.
       MOVE REJECT-COUNT TO RT-COUNT.
       WRITE REPORT-REC FROM RPT-TOTAL.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       WRITE REPORT-REC FROM RPT-HEADER3.
       PRINT-RECONTACT-READ.
       READ SRTFILE AT END
       GO TO PRINT-RECONTACT-TOTAL.
       IF FIRST-REC = 1
       MOVE 0 TO FIRST-REC
       MOVE SRT-DEPT TO CUR-DEPT
       PERFORM WRITE-DEPT-HEADER
       ELSE IF SRT-DEPT NOT = CUR-DEPT
       PERFORM WRITE-DEPT-TOTAL
       MOVE SRT-DEPT TO CUR-DEPT
       PERFORM WRITE-DEPT-HEADER.
       ADD 1 TO DEPT-COUNT.
       MOVE SRT-SID TO RR-SID.
       MOVE SRT-NAME TO RR-NAME.
       MOVE SRT-PMAIL TO RR-MAIL.
       IF SRT-PSTATE = "X"
       MOVE "INVALID" TO RR-STATE
       ELSE
       MOVE "NONE" TO RR-STATE.
       WRITE REPORT-REC FROM RPT-RC-LINE.
       MOVE SRT-IMAIL TO RR2-MAIL.
       IF SRT-ISTATE = "X"
       MOVE "INVALID" TO RR2-STATE
       ELSE
       MOVE "NONE" TO RR2-STATE.
       WRITE REPORT-REC FROM RPT-RC-LINE2.
       GO TO PRINT-RECONTACT-READ.
       PRINT-RECONTACT-TOTAL.
       CLOSE SRTFILE.
       IF FIRST-REC = 0
       PERFORM WRITE-DEPT-TOTAL.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE "STUDENTS TO RE-CONTACT" TO RT-LABEL.
       MOVE RECONTACT-COUNT TO RT-COUNT.
       WRITE REPORT-REC FROM RPT-TOTAL.
       PRINT-RECONTACT-END.
       EXIT.

       WRITE-DEPT-HEADER.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE CUR-DEPT TO RH-DEPT.
       WRITE REPORT-REC FROM RPT-DEPT-HEAD.
       MOVE ZERO TO DEPT-COUNT.

       WRITE-DEPT-TOTAL.
       MOVE DEPT-COUNT TO RT-DEPT-COUNT.
       WRITE REPORT-REC FROM RPT-DEPT-TOTAL.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "MAILBOUNCE" TO RC-PROG.
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
       MOVE "MAILBOUNCE" TO RC-PROG.
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

       PARSE-ANSWER-NUM.
       MOVE ZERO TO PARM-NUM.
       MOVE 0 TO PARM-FRAC.
       MOVE 0 TO PARM-SCAN.
       PARSE-ANSWER-NUM-LOOP.
       ADD 1 TO PARM-SCAN.
       IF PARM-SCAN > 40
       GO TO PARSE-ANSWER-NUM-END.
       IF PARM-ANSWER(PARM-SCAN:1) = SPACE
       GO TO PARSE-ANSWER-NUM-LOOP.
       IF PARM-ANSWER(PARM-SCAN:1) = "."
       MOVE 1 TO PARM-FRAC
       GO TO PARSE-ANSWER-NUM-LOOP.
       IF PARM-ANSWER(PARM-SCAN:1) IS NOT NUMERIC
       GO TO PARSE-ANSWER-NUM-LOOP.
       MOVE PARM-ANSWER(PARM-SCAN:1) TO PARM-DIGIT.
       IF PARM-FRAC = 0
       COMPUTE PARM-NUM = PARM-NUM * 10 + PARM-DIGIT
       ELSE IF PARM-FRAC = 1
       COMPUTE PARM-NUM = PARM-NUM + PARM-DIGIT / 10
       MOVE 2 TO PARM-FRAC
       ELSE IF PARM-FRAC = 2
       COMPUTE PARM-NUM = PARM-NUM + PARM-DIGIT / 100
       MOVE 3 TO PARM-FRAC.
       GO TO PARSE-ANSWER-NUM-LOOP.
       PARSE-ANSWER-NUM-END.
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

       END PROGRAM MailBounce.
