       IDENTIFICATION DIVISION.
       PROGRAM-ID. Transcript.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT StudentFile ASSIGN TO WS-STUDENT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS StudentId
       FILE STATUS IS FS-STUDENTFILE.
       SELECT OPTIONAL STUARCH ASSIGN TO WS-STUARCH-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-STUARCH.
       SELECT OPTIONAL HISTFILE ASSIGN TO WS-HIST-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-HISTFILE.
       SELECT OPTIONAL SUBJFILE ASSIGN TO WS-SUBJ-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-SUBJFILE.
       SELECT OPTIONAL MAPFILE ASSIGN TO WS-MAP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-MAPFILE.
       SELECT TRANFILE ASSIGN TO WS-TRAN-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-TRANFILE.
       SELECT OPTIONAL ISSUELOG ASSIGN TO WS-ISSUE-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ISSUELOG.
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
       FD STUARCH
       LABEL RECORDS ARE STANDARD.
       01 STUARCH-REC.
       02 SA-ID PIC 9(7).
       02 SA-NAME PIC X(10).
       02 SA-DEPT PIC X(5).
       02 SA-MAIL PIC X(30).
       02 SA-STATUS PIC X.
       FD HISTFILE
       LABEL RECORDS ARE STANDARD.
       01 HIST-REC PIC X(30).
       FD SUBJFILE
       LABEL RECORDS ARE STANDARD.
       01 SUBJ-REC PIC X(30).
       FD MAPFILE
       LABEL RECORDS ARE STANDARD.
       01 MAP-REC.
       02 SMAP-SECTION PIC 9.
       02 FILLER PIC X.
       02 SMAP-ROLL PIC 99.
       02 FILLER PIC X.
       02 SMAP-SID PIC 9(7).
       02 FILLER PIC X(8).
       FD TRANFILE
       LABEL RECORDS ARE STANDARD.
       01 TRAN-REC PIC X(80).
       FD ISSUELOG
       LABEL RECORDS ARE STANDARD.
       01 ISSUE-REC.
       02 IL-SERIAL PIC 9(6).
       02 FILLER PIC X.
       02 IL-SID PIC 9(7).
       02 FILLER PIC X.
       02 IL-NAME PIC X(10).
       02 FILLER PIC X.
       02 IL-DATE PIC 9(8).
       02 FILLER PIC X.
       02 IL-SEMS PIC 99.
       02 FILLER PIC X.
       02 IL-CGPA PIC 99V99.
       02 FILLER PIC X.
       02 IL-CODE PIC 9(6).
       02 FILLER PIC X.
       02 IL-SOURCE PIC X.
       02 FILLER PIC X(9).
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
       77 WS-STUARCH-FILE PIC X(40).
       77 WS-HIST-FILE PIC X(40).
       77 WS-SUBJ-FILE PIC X(40).
       77 WS-MAP-FILE PIC X(40).
       77 WS-TRAN-FILE PIC X(40).
       77 WS-ISSUE-FILE PIC X(40).
       77 RUN-MODE PIC X.
       77 TRAN-SID PIC 9(7).
       77 TRAN-ROLL PIC 99.
       77 TODAY-DATE PIC 9(8).
       77 ID-FOUND PIC 9 VALUE ZERO.
       77 ID-SOURCE PIC X.
       77 ID-NAME PIC X(10).
       77 ID-DEPT PIC X(5).
       77 ID-STATUS PIC X.
       77 NEXT-SERIAL PIC 9(6) VALUE ZERO.
       77 VERIFY-SERIAL PIC 9(6).
       77 VERIFY-CODE PIC 9(6).
       77 VERIFY-FOUND PIC 9 VALUE ZERO.
       77 VERIFY-WORK PIC 9(15).
       77 VERIFY-QUOT PIC 9(15).
       77 VERIFY-REM PIC 9(6).
       77 CGPA PIC 99V99 VALUE ZERO.
       77 GP-POINTS PIC 99.
       77 POINT-TOTAL PIC 9(5) VALUE ZERO.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 PRINT-LINE-COUNT PIC 99 VALUE ZERO.
       77 PRINT-PAGE-COUNT PIC 99 VALUE ZERO.
       01 HIST-DETAIL.
       02 HIST-SEM PIC X(6).
       02 FILLER PIC X.
       02 HIST-ROLL PIC 99.
       02 HIST-NAME PIC X(10).
       02 HIST-M1 PIC 999.
       02 HIST-M2 PIC 999.
       02 HIST-OV PIC 999.
       02 HIST-GR PIC X.
       02 HIST-TYPE PIC X.
       01 HIST-SUPP REDEFINES HIST-DETAIL.
       02 FILLER PIC X(19).
       02 HIST-SUBJ PIC X(4).
       02 FILLER PIC XX.
       02 HIST-MARK PIC 999.
       02 FILLER PIC XX.
       01 SEM-TABLE.
       02 SEM-ENTRY OCCURS 40 TIMES.
       03 ST-SEM PIC X(6).
       03 ST-M1 PIC 999.
       03 ST-M2 PIC 999.
       03 ST-OV PIC 999.
       03 ST-GR PIC X.
       77 SEM-COUNT PIC 99 VALUE ZERO.
       77 SEM-IDX PIC 99 VALUE ZERO.
       77 SEM-SHIFT PIC 99 VALUE ZERO.
       01 SUPP-TABLE.
       02 SUPP-ENTRY OCCURS 40 TIMES.
       03 SP-SEM PIC X(6).
       03 SP-SUBJ PIC X(4).
       03 SP-MARK PIC 999.
       03 SP-GR PIC X.
       03 SP-DONE PIC 9.
       77 SUPP-COUNT PIC 99 VALUE ZERO.
       77 SUPP-IDX PIC 99 VALUE ZERO.
       77 SUPP-SEM PIC X(6).
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
       01 MAP-TABLE.
       02 MAP-ENTRY OCCURS 500 TIMES.
       03 MP-ROLL PIC 99.
       03 MP-SID PIC 9(7).
       77 MAP-COUNT PIC 999 VALUE ZERO.
       77 MAP-IDX PIC 999 VALUE ZERO.
       77 MAP-FOUND PIC 9 VALUE ZERO.
       01 TR-RULE PIC X(80) VALUE ALL "=".
       01 TR-THIN-RULE PIC X(80) VALUE ALL "-".
       01 TR-TITLE PIC X(80) VALUE
       "                        OFFICIAL ACADEMIC TRANSCRIPT".
       01 TR-SERIAL-LINE.
       02 FILLER PIC X(16) VALUE "TRANSCRIPT NO : ".
       02 TL-SERIAL PIC 9(6).
       02 FILLER PIC X(12) VALUE SPACES.
       02 FILLER PIC X(15) VALUE "DATE OF ISSUE: ".
       02 TL-DATE PIC 9(8).
       02 FILLER PIC X(23) VALUE SPACES.
       01 TR-ID-LINE.
       02 FILLER PIC X(16) VALUE "STUDENT ID    : ".
       02 TL-SID PIC 9(7).
       02 FILLER PIC X(11) VALUE SPACES.
       02 FILLER PIC X(15) VALUE "ROLL NO      : ".
       02 TL-ROLL PIC Z9.
       02 FILLER PIC X(29) VALUE SPACES.
       01 TR-NAME-LINE.
       02 FILLER PIC X(16) VALUE "NAME          : ".
       02 TL-NAME PIC X(10).
       02 FILLER PIC X(54) VALUE SPACES.
       01 TR-DEPT-LINE.
       02 FILLER PIC X(16) VALUE "DEPARTMENT    : ".
       02 TL-DEPT PIC X(5).
       02 FILLER PIC X(13) VALUE SPACES.
       02 FILLER PIC X(15) VALUE "STATUS       : ".
       02 TL-STATUS PIC X(12).
       02 FILLER PIC X(19) VALUE SPACES.
       01 TR-COL-HEAD.
       02 FILLER PIC X(10) VALUE "SEMESTER".
       02 FILLER PIC X(12) VALUE "       MARK1".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(12) VALUE "       MARK2".
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(22) VALUE "OVERALL  GRADE POINTS".
       02 FILLER PIC X(22) VALUE SPACES.
       01 TR-DETAIL.
       02 TD-SEM PIC X(6).
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(9) VALUE SPACES.
       02 TD-M1 PIC ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(9) VALUE SPACES.
       02 TD-M2 PIC ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 FILLER PIC X(4) VALUE SPACES.
       02 TD-OV PIC ZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 TD-GR PIC X.
       02 FILLER PIC X(5) VALUE SPACES.
       02 TD-PTS PIC Z9.
       02 FILLER PIC X(23) VALUE SPACES.
       01 TR-SUPP-LINE.
       02 TS-SEM PIC X(6).
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(9) VALUE "SUPPL.   ".
       02 TS-TITLE PIC X(12).
       02 FILLER PIC X(8) VALUE SPACES.
       02 TS-MARK PIC ZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 TS-GR PIC X.
       02 FILLER PIC X(31) VALUE SPACES.
       01 TR-CGPA-LINE.
       02 FILLER PIC X(16) VALUE "CUMULATIVE GPA: ".
       02 TL-CGPA PIC Z9.99.
       02 FILLER PIC X(8) VALUE SPACES.
       02 FILLER PIC X(20) VALUE "SEMESTERS COMPLETED:".
       02 TL-SEMS PIC ZZ9.
       02 FILLER PIC X(28) VALUE SPACES.
       01 TR-CONTINUED PIC X(80) VALUE
       "                    *** CONTINUED ON NEXT PAGE ***".
       01 TR-END-LINE PIC X(80) VALUE
       "                    *** END OF TRANSCRIPT ***".
       01 TR-FOOTER.
       02 FILLER PIC X(14) VALUE "TRANSCRIPT NO ".
       02 TF-SERIAL PIC 9(6).
       02 FILLER PIC X(21) VALUE "   VERIFICATION CODE ".
       02 TF-CODE PIC 9(6).
       02 FILLER PIC X(8) VALUE "   PAGE ".
       02 TF-PAGE PIC Z9.
       02 FILLER PIC X(23) VALUE SPACES.
       01 TR-FOOTER2.
       02 FILLER PIC X(40) VALUE
       "TO VERIFY, QUOTE THE TRANSCRIPT NO AND V".
       02 FILLER PIC X(40) VALUE
       "ERIFICATION CODE TO THE REGISTRAR".
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
       77 FS-STUARCH PIC XX VALUE "00".
       77 FS-HISTFILE PIC XX VALUE "00".
       77 FS-SUBJFILE PIC XX VALUE "00".
       77 FS-MAPFILE PIC XX VALUE "00".
       77 FS-TRANFILE PIC XX VALUE "00".
       77 FS-ISSUELOG PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "TRANSCRIPT".
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
       MOVE "STUARCH" TO PARM-KEY
       MOVE "Enter graduate archive file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STUARCH-FILE.
       IF WS-STUARCH-FILE = SPACES
       MOVE "STUARCH.DAT" TO WS-STUARCH-FILE.
       MOVE "HIST" TO PARM-KEY
       MOVE "Enter marks history file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-HIST-FILE.
       IF WS-HIST-FILE = SPACES
       MOVE "HISTORY.DAT" TO WS-HIST-FILE.
       MOVE "SUBJ" TO PARM-KEY
       MOVE "Enter subject master file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SUBJ-FILE.
       IF WS-SUBJ-FILE = SPACES
       MOVE "SUBJ.DAT" TO WS-SUBJ-FILE.
       MOVE "MAP" TO PARM-KEY
       MOVE "Enter section map file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-MAP-FILE.
       IF WS-MAP-FILE = SPACES
       MOVE "SECMAP.DAT" TO WS-MAP-FILE.
       MOVE "TRANSCRIPT" TO PARM-KEY
       MOVE "Enter transcript print file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-TRAN-FILE.
       IF WS-TRAN-FILE = SPACES
       MOVE "TRANSCR.LST" TO WS-TRAN-FILE.
       MOVE "ISSUE" TO PARM-KEY
       MOVE "Enter transcript issue log file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ISSUE-FILE.
       IF WS-ISSUE-FILE = SPACES
       MOVE "TRISSUE.DAT" TO WS-ISSUE-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "Enter run-control file name (DD name or path):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       GET-MODE.
       MOVE "RUN-MODE" TO PARM-KEY
       MOVE "Run mode (I=issue transcript, V=verify transcript):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO RUN-MODE.
       IF RUN-MODE NOT = "I" AND RUN-MODE NOT = "V"
       DISPLAY "INVALID MODE - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO GET-MODE.
       PERFORM WRITE-RUN-START.
       IF RUN-MODE = "I"
       PERFORM ISSUE-TRANSCRIPT THRU ISSUE-TRANSCRIPT-END
       ELSE
       PERFORM VERIFY-TRANSCRIPT THRU VERIFY-TRANSCRIPT-END.
       PERFORM WRITE-RUN-END.
       STOP RUN.

       ISSUE-TRANSCRIPT.
       MOVE "TRANS-SID" TO PARM-KEY
       MOVE "Enter student ID for the transcript (7 digits):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER(1:7) IS NOT NUMERIC
       OR PARM-ANSWER(8:1) NOT = SPACE
       DISPLAY "STUDENT ID MUST BE 7 DIGITS - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO ISSUE-TRANSCRIPT.
       MOVE PARM-ANSWER(1:7) TO TRAN-SID.
       PERFORM FIND-IDENTITY THRU FIND-IDENTITY-END.
       IF ID-FOUND = 0
       DISPLAY "STUDENT NOT ON MASTER OR GRADUATE ARCHIVE:" TRAN-SID
       MOVE 1 TO RUN-FAILED
       GO TO ISSUE-TRANSCRIPT-END.
       IF ID-STATUS = "R"
       DISPLAY "RETIRED DUPLICATE ID - ISSUE UNDER SURVIVING ID:"
           TRAN-SID
       MOVE 1 TO RUN-FAILED
       GO TO ISSUE-TRANSCRIPT-END.
       PERFORM LOAD-SECTION-MAP THRU LOAD-SECTION-MAP-END.
       PERFORM FIND-ROLL THRU FIND-ROLL-END.
       IF MAP-FOUND = 0
       DISPLAY "STUDENT ID NOT ON SECTION MAP - NO HISTORY:" TRAN-SID
       MOVE 1 TO RUN-FAILED
       GO TO ISSUE-TRANSCRIPT-END.
       PERFORM LOAD-HISTORY THRU LOAD-HISTORY-END.
       IF SEM-COUNT = 0
       DISPLAY "NO MARKS HISTORY FOR STUDENT:" TRAN-SID
       MOVE 1 TO RUN-FAILED
       GO TO ISSUE-TRANSCRIPT-END.
       PERFORM LOAD-SUBJECTS THRU LOAD-SUBJECTS-END.
       PERFORM COMPUTE-CGPA THRU COMPUTE-CGPA-END.
       PERFORM FIND-NEXT-SERIAL THRU FIND-NEXT-SERIAL-END.
       ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
       PERFORM COMPUTE-VERIFY-CODE.
       MOVE VERIFY-REM TO VERIFY-CODE.
       OPEN OUTPUT TRANFILE.
       MOVE "TRANFILE" TO ERR-FILE.
       MOVE FS-TRANFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE ZERO TO PRINT-PAGE-COUNT.
       PERFORM WRITE-TRAN-HEADER THRU WRITE-TRAN-HEADER-END.
       MOVE 0 TO SEM-IDX.
       ISSUE-TRANSCRIPT-LOOP.
       ADD 1 TO SEM-IDX.
       IF SEM-IDX > SEM-COUNT
       GO TO ISSUE-TRANSCRIPT-DONE.
       IF PRINT-LINE-COUNT > 50
       WRITE TRAN-REC FROM TR-CONTINUED
       PERFORM WRITE-TRAN-FOOTER THRU WRITE-TRAN-FOOTER-END
       PERFORM WRITE-TRAN-HEADER THRU WRITE-TRAN-HEADER-END.
       MOVE ST-SEM(SEM-IDX) TO TD-SEM.
       MOVE ST-M1(SEM-IDX) TO TD-M1.
       MOVE ST-M2(SEM-IDX) TO TD-M2.
       MOVE ST-OV(SEM-IDX) TO TD-OV.
       MOVE ST-GR(SEM-IDX) TO TD-GR.
       MOVE ST-GR(SEM-IDX) TO HIST-GR.
       PERFORM GRADE-TO-POINTS.
       MOVE GP-POINTS TO TD-PTS.
       WRITE TRAN-REC FROM TR-DETAIL.
       ADD 1 TO PRINT-LINE-COUNT.
       MOVE ST-SEM(SEM-IDX) TO SUPP-SEM.
       PERFORM PRINT-SUPPLEMENTARY THRU PRINT-SUPPLEMENTARY-END.
       GO TO ISSUE-TRANSCRIPT-LOOP.
       ISSUE-TRANSCRIPT-DONE.
       MOVE SPACES TO SUPP-SEM.
       PERFORM PRINT-SUPPLEMENTARY THRU PRINT-SUPPLEMENTARY-END.
       WRITE TRAN-REC FROM TR-THIN-RULE.
       MOVE CGPA TO TL-CGPA.
       MOVE SEM-COUNT TO TL-SEMS.
       WRITE TRAN-REC FROM TR-CGPA-LINE.
       WRITE TRAN-REC FROM TR-END-LINE.
       PERFORM WRITE-TRAN-FOOTER THRU WRITE-TRAN-FOOTER-END.
       CLOSE TRANFILE.
       OPEN EXTEND ISSUELOG.
       MOVE "ISSUELOG" TO ERR-FILE.
       MOVE FS-ISSUELOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO ISSUE-REC.
       MOVE NEXT-SERIAL TO IL-SERIAL.
       MOVE TRAN-SID TO IL-SID.
       MOVE ID-NAME TO IL-NAME.
       MOVE TODAY-DATE TO IL-DATE.
       MOVE SEM-COUNT TO IL-SEMS.
       MOVE CGPA TO IL-CGPA.
       MOVE VERIFY-CODE TO IL-CODE.
       MOVE ID-SOURCE TO IL-SOURCE.
       WRITE ISSUE-REC.
       CLOSE ISSUELOG.
       ADD 1 TO WRITE-COUNT.
       DISPLAY "TRANSCRIPT ISSUED - NO " NEXT-SERIAL
           " VERIFICATION CODE " VERIFY-CODE.
       DISPLAY "SEMESTERS:" SEM-COUNT " CUMULATIVE GPA:" CGPA.
       ISSUE-TRANSCRIPT-END.
       EXIT.

       WRITE-TRAN-HEADER.
       ADD 1 TO PRINT-PAGE-COUNT.
       WRITE TRAN-REC FROM TR-RULE.
       WRITE TRAN-REC FROM TR-TITLE.
       WRITE TRAN-REC FROM TR-RULE.
       MOVE NEXT-SERIAL TO TL-SERIAL.
       MOVE TODAY-DATE TO TL-DATE.
       WRITE TRAN-REC FROM TR-SERIAL-LINE.
       MOVE TRAN-SID TO TL-SID.
       MOVE TRAN-ROLL TO TL-ROLL.
       WRITE TRAN-REC FROM TR-ID-LINE.
       MOVE ID-NAME TO TL-NAME.
       WRITE TRAN-REC FROM TR-NAME-LINE.
       MOVE ID-DEPT TO TL-DEPT.
       IF ID-SOURCE = "A"
       MOVE "GRADUATED" TO TL-STATUS
       ELSE IF ID-STATUS = "G"
       MOVE "GRADUATED" TO TL-STATUS
       ELSE IF ID-STATUS = "D"
       MOVE "DETAINED" TO TL-STATUS
       ELSE
       MOVE "ON ROLL" TO TL-STATUS.
       WRITE TRAN-REC FROM TR-DEPT-LINE.
       WRITE TRAN-REC FROM TR-THIN-RULE.
       WRITE TRAN-REC FROM TR-COL-HEAD.
       MOVE 10 TO PRINT-LINE-COUNT.
       WRITE-TRAN-HEADER-END.
       EXIT.

       WRITE-TRAN-FOOTER.
       MOVE SPACES TO TRAN-REC.
       WRITE TRAN-REC.
       WRITE TRAN-REC FROM TR-THIN-RULE.
       MOVE NEXT-SERIAL TO TF-SERIAL.
       MOVE VERIFY-CODE TO TF-CODE.
       MOVE PRINT-PAGE-COUNT TO TF-PAGE.
       WRITE TRAN-REC FROM TR-FOOTER.
       WRITE TRAN-REC FROM TR-FOOTER2.
       MOVE SPACES TO TRAN-REC.
       WRITE TRAN-REC.
       WRITE-TRAN-FOOTER-END.
       EXIT.

       PRINT-SUPPLEMENTARY.
       MOVE 0 TO SUPP-IDX.
       PRINT-SUPPLEMENTARY-LOOP.
       ADD 1 TO SUPP-IDX.
       IF SUPP-IDX > SUPP-COUNT
       GO TO PRINT-SUPPLEMENTARY-END.
       IF SP-DONE(SUPP-IDX) = 1
       GO TO PRINT-SUPPLEMENTARY-LOOP.
       IF SUPP-SEM NOT = SPACES AND SP-SEM(SUPP-IDX) NOT = SUPP-SEM
       GO TO PRINT-SUPPLEMENTARY-LOOP.
       IF PRINT-LINE-COUNT > 50
       WRITE TRAN-REC FROM TR-CONTINUED
       PERFORM WRITE-TRAN-FOOTER THRU WRITE-TRAN-FOOTER-END
       PERFORM WRITE-TRAN-HEADER THRU WRITE-TRAN-HEADER-END.
       MOVE SP-SEM(SUPP-IDX) TO TS-SEM.
       MOVE SP-SUBJ(SUPP-IDX) TO TS-TITLE.
       MOVE 0 TO SUBJ-IDX.
       PRINT-SUPPLEMENTARY-TITLE.
       ADD 1 TO SUBJ-IDX.
       IF SUBJ-IDX > SUBJ-COUNT
       GO TO PRINT-SUPPLEMENTARY-WRITE.
       IF SJ-CODE(SUBJ-IDX) NOT = SP-SUBJ(SUPP-IDX)
       GO TO PRINT-SUPPLEMENTARY-TITLE.
       MOVE SJ-TITLE(SUBJ-IDX) TO TS-TITLE.
       PRINT-SUPPLEMENTARY-WRITE.
       MOVE SP-MARK(SUPP-IDX) TO TS-MARK.
       MOVE SP-GR(SUPP-IDX) TO TS-GR.
       WRITE TRAN-REC FROM TR-SUPP-LINE.
       ADD 1 TO PRINT-LINE-COUNT.
       MOVE 1 TO SP-DONE(SUPP-IDX).
       GO TO PRINT-SUPPLEMENTARY-LOOP.
       PRINT-SUPPLEMENTARY-END.
       EXIT.

       VERIFY-TRANSCRIPT.
       MOVE "VERIFY-NO" TO PARM-KEY
       MOVE "Enter transcript number to verify (6 digits):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER(1:6) IS NOT NUMERIC
       OR PARM-ANSWER(7:1) NOT = SPACE
       DISPLAY "TRANSCRIPT NUMBER MUST BE 6 DIGITS - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VERIFY-TRANSCRIPT.
       MOVE PARM-ANSWER(1:6) TO VERIFY-SERIAL.
       VERIFY-TRANSCRIPT-CODE.
       MOVE "VERIFY-CODE" TO PARM-KEY
       MOVE "Enter verification code printed on it (6 digits):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       IF PARM-ANSWER(1:6) IS NOT NUMERIC
       OR PARM-ANSWER(7:1) NOT = SPACE
       DISPLAY "VERIFICATION CODE MUST BE 6 DIGITS - RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VERIFY-TRANSCRIPT-CODE.
       MOVE PARM-ANSWER(1:6) TO VERIFY-CODE.
       MOVE 0 TO VERIFY-FOUND.
       OPEN INPUT ISSUELOG.
       MOVE "ISSUELOG" TO ERR-FILE.
       MOVE FS-ISSUELOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       VERIFY-TRANSCRIPT-READ.
       READ ISSUELOG AT END
       CLOSE ISSUELOG GO TO VERIFY-TRANSCRIPT-CHECK.
       ADD 1 TO READ-COUNT.
       IF IL-SERIAL NOT = VERIFY-SERIAL
       GO TO VERIFY-TRANSCRIPT-READ.
       MOVE 1 TO VERIFY-FOUND.
       CLOSE ISSUELOG.
       VERIFY-TRANSCRIPT-CHECK.
       IF VERIFY-FOUND = 0
       DISPLAY "NOT GENUINE - NO TRANSCRIPT ISSUED WITH NUMBER "
           VERIFY-SERIAL
       GO TO VERIFY-TRANSCRIPT-END.
       IF IL-CODE NOT = VERIFY-CODE
       DISPLAY "NOT GENUINE - VERIFICATION CODE DOES NOT MATCH "
           "TRANSCRIPT " VERIFY-SERIAL
       GO TO VERIFY-TRANSCRIPT-END.
       MOVE IL-SERIAL TO NEXT-SERIAL.
       MOVE IL-SID TO TRAN-SID.
       MOVE IL-DATE TO TODAY-DATE.
       MOVE IL-CGPA TO CGPA.
       PERFORM COMPUTE-VERIFY-CODE.
       IF VERIFY-REM NOT = IL-CODE
       DISPLAY "NOT GENUINE - ISSUE LOG ENTRY HAS BEEN ALTERED "
           VERIFY-SERIAL
       GO TO VERIFY-TRANSCRIPT-END.
       DISPLAY "GENUINE - TRANSCRIPT " IL-SERIAL " ISSUED " IL-DATE.
       DISPLAY "STUDENT " IL-SID " " IL-NAME " SEMESTERS:" IL-SEMS
           " CUMULATIVE GPA:" IL-CGPA.
       VERIFY-TRANSCRIPT-END.
       EXIT.

       COMPUTE-VERIFY-CODE.
       COMPUTE VERIFY-WORK = TRAN-SID * 31 + NEXT-SERIAL * 977
           + TODAY-DATE * 7 + CGPA * 1300.
       DIVIDE VERIFY-WORK BY 999983 GIVING VERIFY-QUOT
           REMAINDER VERIFY-REM.

       FIND-IDENTITY.
       MOVE 0 TO ID-FOUND.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE TRAN-SID TO StudentId.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       GO TO FIND-IDENTITY-ARCHIVE.
       MOVE 1 TO ID-FOUND.
       MOVE "M" TO ID-SOURCE.
       MOVE StudentName TO ID-NAME.
       MOVE Department TO ID-DEPT.
       MOVE StudStatus TO ID-STATUS.
       CLOSE StudentFile.
       GO TO FIND-IDENTITY-END.
       FIND-IDENTITY-ARCHIVE.
       CLOSE StudentFile.
       OPEN INPUT STUARCH.
       MOVE "STUARCH" TO ERR-FILE.
       MOVE FS-STUARCH TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       FIND-IDENTITY-READ.
       READ STUARCH AT END
       CLOSE STUARCH GO TO FIND-IDENTITY-END.
       IF SA-ID NOT = TRAN-SID
       GO TO FIND-IDENTITY-READ.
       MOVE 1 TO ID-FOUND.
       MOVE "A" TO ID-SOURCE.
       MOVE SA-NAME TO ID-NAME.
       MOVE SA-DEPT TO ID-DEPT.
       MOVE SA-STATUS TO ID-STATUS.
       GO TO FIND-IDENTITY-READ.
       FIND-IDENTITY-END.
       EXIT.

       FIND-ROLL.
       MOVE 0 TO MAP-FOUND.
       IF MAP-COUNT = 0 AND TRAN-SID < 100
       MOVE TRAN-SID TO TRAN-ROLL
       MOVE 1 TO MAP-FOUND
       GO TO FIND-ROLL-END.
       MOVE 0 TO MAP-IDX.
       FIND-ROLL-LOOP.
       ADD 1 TO MAP-IDX.
       IF MAP-IDX > MAP-COUNT
       GO TO FIND-ROLL-END.
       IF MP-SID(MAP-IDX) NOT = TRAN-SID
       GO TO FIND-ROLL-LOOP.
       MOVE MP-ROLL(MAP-IDX) TO TRAN-ROLL.
       MOVE 1 TO MAP-FOUND.
       FIND-ROLL-END.
       EXIT.

       LOAD-HISTORY.
       MOVE ZERO TO SEM-COUNT.
       MOVE ZERO TO SUPP-COUNT.
       OPEN INPUT HISTFILE.
       MOVE "HISTFILE" TO ERR-FILE.
       MOVE FS-HISTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-HISTORY-READ.
       READ HISTFILE RECORD INTO HIST-DETAIL
       AT END CLOSE HISTFILE GO TO LOAD-HISTORY-END.
       ADD 1 TO READ-COUNT.
       IF HIST-ROLL NOT = TRAN-ROLL
       GO TO LOAD-HISTORY-READ.
       IF HIST-TYPE = "S"
       GO TO LOAD-HISTORY-SUPP.
       MOVE 0 TO SEM-IDX.
       LOAD-HISTORY-FIND.
       ADD 1 TO SEM-IDX.
       IF SEM-IDX > SEM-COUNT
       GO TO LOAD-HISTORY-ADD.
       IF ST-SEM(SEM-IDX) = HIST-SEM
       GO TO LOAD-HISTORY-STORE.
       IF ST-SEM(SEM-IDX) < HIST-SEM
       GO TO LOAD-HISTORY-FIND.
       LOAD-HISTORY-ADD.
       IF SEM-COUNT >= 40
       DISPLAY "SEMESTER TABLE FULL - SEMESTER SKIPPED:" HIST-SEM
       GO TO LOAD-HISTORY-READ.
       MOVE SEM-COUNT TO SEM-SHIFT.
       ADD 1 TO SEM-COUNT.
       PERFORM SHIFT-SEMESTERS THRU SHIFT-SEMESTERS-END.
       LOAD-HISTORY-STORE.
       MOVE HIST-SEM TO ST-SEM(SEM-IDX).
       MOVE HIST-M1 TO ST-M1(SEM-IDX).
       MOVE HIST-M2 TO ST-M2(SEM-IDX).
       MOVE HIST-OV TO ST-OV(SEM-IDX).
       MOVE HIST-GR TO ST-GR(SEM-IDX).
       GO TO LOAD-HISTORY-READ.
       LOAD-HISTORY-SUPP.
       IF SUPP-COUNT >= 40
       DISPLAY "SUPPLEMENTARY TABLE FULL - RESULT SKIPPED:" HIST-SEM
       GO TO LOAD-HISTORY-READ.
       ADD 1 TO SUPP-COUNT.
       MOVE HIST-SEM TO SP-SEM(SUPP-COUNT).
       MOVE HIST-SUBJ TO SP-SUBJ(SUPP-COUNT).
       MOVE HIST-MARK TO SP-MARK(SUPP-COUNT).
       MOVE HIST-GR TO SP-GR(SUPP-COUNT).
       MOVE 0 TO SP-DONE(SUPP-COUNT).
       GO TO LOAD-HISTORY-READ.
       LOAD-HISTORY-END.
       EXIT.

       SHIFT-SEMESTERS.
       IF SEM-SHIFT < SEM-IDX
       GO TO SHIFT-SEMESTERS-END.
       MOVE SEM-ENTRY(SEM-SHIFT) TO SEM-ENTRY(SEM-SHIFT + 1).
       SUBTRACT 1 FROM SEM-SHIFT.
       GO TO SHIFT-SEMESTERS.
       SHIFT-SEMESTERS-END.
       EXIT.

       COMPUTE-CGPA.
       MOVE ZERO TO POINT-TOTAL.
       MOVE 0 TO SEM-IDX.
       COMPUTE-CGPA-LOOP.
       ADD 1 TO SEM-IDX.
       IF SEM-IDX > SEM-COUNT
       GO TO COMPUTE-CGPA-DONE.
       MOVE ST-GR(SEM-IDX) TO HIST-GR.
       PERFORM GRADE-TO-POINTS.
       ADD GP-POINTS TO POINT-TOTAL.
       GO TO COMPUTE-CGPA-LOOP.
       COMPUTE-CGPA-DONE.
       COMPUTE CGPA ROUNDED = POINT-TOTAL / SEM-COUNT.
       COMPUTE-CGPA-END.
       EXIT.

       GRADE-TO-POINTS.
       IF HIST-GR = "A"
       MOVE 10 TO GP-POINTS
       ELSE IF HIST-GR = "B"
       MOVE 8 TO GP-POINTS
       ELSE IF HIST-GR = "C"
       MOVE 6 TO GP-POINTS
       ELSE IF HIST-GR = "D"
       MOVE 4 TO GP-POINTS
       ELSE
       MOVE 0 TO GP-POINTS.

       FIND-NEXT-SERIAL.
       MOVE ZERO TO NEXT-SERIAL.
       OPEN INPUT ISSUELOG.
       MOVE "ISSUELOG" TO ERR-FILE.
       MOVE FS-ISSUELOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       FIND-NEXT-SERIAL-READ.
       READ ISSUELOG AT END
       CLOSE ISSUELOG GO TO FIND-NEXT-SERIAL-DONE.
       IF IL-SERIAL IS NUMERIC AND IL-SERIAL > NEXT-SERIAL
       MOVE IL-SERIAL TO NEXT-SERIAL.
       GO TO FIND-NEXT-SERIAL-READ.
       FIND-NEXT-SERIAL-DONE.
       ADD 1 TO NEXT-SERIAL.
       FIND-NEXT-SERIAL-END.
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

       LOAD-SECTION-MAP.
       MOVE ZERO TO MAP-COUNT.
       OPEN INPUT MAPFILE.
       MOVE "MAPFILE" TO ERR-FILE.
       MOVE FS-MAPFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-SECTION-MAP-READ.
       READ MAPFILE AT END
       CLOSE MAPFILE GO TO LOAD-SECTION-MAP-END.
       PERFORM CHECK-MAP-CONFLICT THRU CHECK-MAP-CONFLICT-END.
       IF MAP-FOUND = 1
       GO TO LOAD-SECTION-MAP-READ.
       IF MAP-COUNT >= 500
       DISPLAY "MAP TABLE FULL - SKIPPING REMAINING MAPPINGS"
       CLOSE MAPFILE
       GO TO LOAD-SECTION-MAP-END.
       ADD 1 TO MAP-COUNT.
       MOVE SMAP-ROLL TO MP-ROLL(MAP-COUNT).
       MOVE SMAP-SID TO MP-SID(MAP-COUNT).
       GO TO LOAD-SECTION-MAP-READ.
       LOAD-SECTION-MAP-END.
       EXIT.

       CHECK-MAP-CONFLICT.
       MOVE 0 TO MAP-FOUND.
       MOVE 0 TO MAP-IDX.
       CHECK-MAP-CONFLICT-LOOP.
       ADD 1 TO MAP-IDX.
       IF MAP-IDX > MAP-COUNT
       GO TO CHECK-MAP-CONFLICT-END.
       IF MP-ROLL(MAP-IDX) NOT = SMAP-ROLL
       GO TO CHECK-MAP-CONFLICT-LOOP.
       MOVE 1 TO MAP-FOUND.
       IF MP-SID(MAP-IDX) NOT = SMAP-SID
       AND MP-SID(MAP-IDX) NOT = ZERO
       DISPLAY "ROLL MAPPED TO MULTIPLE STUDENT IDS:" SMAP-ROLL
       MOVE ZERO TO MP-SID(MAP-IDX).
       CHECK-MAP-CONFLICT-END.
       EXIT.

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "TRANSCRIPT" TO RC-PROG.
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
       MOVE "TRANSCRIPT" TO RC-PROG.
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

       END PROGRAM Transcript.
