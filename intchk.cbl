       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMP1 ASSIGN TO WS-EMP1-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS IDNO
       FILE STATUS IS FS-EMP1.
       SELECT OPTIONAL LOANFILE ASSIGN TO WS-LOAN-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-LOANFILE.
       SELECT OPTIONAL DEPFILE ASSIGN TO WS-DEP-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS DP-KEY
       FILE STATUS IS FS-DEPFILE.
       SELECT OPTIONAL COMPFILE ASSIGN TO WS-COMP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-COMPFILE.
       SELECT OPTIONAL ENROLFILE ASSIGN TO WS-ENROL-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-ENROLFILE.
       SELECT OPTIONAL HOLDFILE ASSIGN TO WS-HOLD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS HD-KEY
       FILE STATUS IS FS-HOLDFILE.
       SELECT OPTIONAL LEAVELOG ASSIGN TO WS-LEAVE-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-LEAVELOG.
       SELECT StudentFile ASSIGN TO WS-STUDENT-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS StudentId
       FILE STATUS IS FS-STUDENTFILE.
       SELECT OPTIONAL FEECHG ASSIGN TO WS-FEECHG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS FC-KEY
       FILE STATUS IS FS-FEECHG.
       SELECT OPTIONAL MAPFILE ASSIGN TO WS-MAP-FILE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FS-MAPFILE.
       SELECT OPTIONAL STUD1 ASSIGN TO WS-STUD1-FILE
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS FS-STUD1.
       SELECT OPTIONAL STUD2 ASSIGN TO WS-STUD2-FILE
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS FS-STUD2.
       SELECT OPTIONAL STUD3 ASSIGN TO WS-STUD3-FILE
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS FS-STUD3.
       SELECT OPTIONAL STUD4 ASSIGN TO WS-STUD4-FILE
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS FS-STUD4.
       SELECT OPTIONAL STUD5 ASSIGN TO WS-STUD5-FILE
       ORGANIZATION IS SEQUENTIAL
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS FS-STUD5.
       SELECT OPTIONAL GUARDFILE ASSIGN TO WS-GUARD-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS GD-KEY
       FILE STATUS IS FS-GUARDFILE.
       SELECT OPTIONAL BACKLOG ASSIGN TO WS-BACKLOG-FILE
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS BL-KEY
       FILE STATUS IS FS-BACKLOG.
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
       FD EMP1
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS DT.
       01 DT.
       02 NAM PIC A(20).
       02 IDNO PIC X(20).
       02 BPAY PIC 9(6).
       02 DA PIC 9(6)V99.
       02 HRA PIC 9(6)V99.
       02 PFI PIC 9(6)V99.
       02 TAX PIC 9(6)V99.
       02 GPAY PIC 9(6)V99.
       02 NPAY PIC 9(6)V99.
       02 PAY-PERIOD PIC X(6).
       02 BANK-ACCT PIC X(15).
       02 BANK-CODE PIC X(11).
       02 PAY-MODE PIC X.
       02 DEPT-CODE PIC X(5).
       02 HIRE-DATE PIC 9(8).
       02 SEP-DATE PIC 9(8).
       02 EMP-STATUS PIC X.
       FD LOANFILE
       LABEL RECORDS ARE STANDARD.
       01 LOAN-REC PIC X(80).
       FD DEPFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS DEP-REC.
       01 DEP-REC.
       02 DP-KEY.
       03 DP-IDNO PIC X(20).
       03 DP-SEQ PIC 99.
       02 DP-NAME PIC X(20).
       02 DP-REL PIC X(10).
       02 DP-DOB PIC 9(8).
       02 DP-SHARE PIC 999.
       02 FILLER PIC X(7).
       FD COMPFILE
       LABEL RECORDS ARE STANDARD.
       01 COMP-REC PIC X(80).
       FD ENROLFILE
       LABEL RECORDS ARE STANDARD.
       01 ENROL-REC PIC X(40).
       FD HOLDFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS HD-REC.
       01 HD-REC.
       02 HD-KEY.
       03 HD-IDNO PIC X(20).
       03 HD-PERIOD PIC X(6).
       02 HD-STATUS PIC X.
       02 HD-REASON PIC X(30).
       02 HD-OPER PIC X(8).
       02 HD-DATE PIC 9(8).
       02 HD-REL-OPER PIC X(8).
       02 HD-REL-DATE PIC 9(8).
       02 HD-PAID-DATE PIC 9(8).
       02 HD-PAID-AMT PIC 9(6)V99.
       02 HD-PAID-MODE PIC X.
       02 FILLER PIC X(10).
       FD LEAVELOG
       LABEL RECORDS ARE STANDARD.
       01 LEAVE-REC PIC X(40).
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
       FD FEECHG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS FEECHG-REC.
       01 FEECHG-REC.
       02 FC-KEY.
       03 FC-SID PIC 9(7).
       03 FC-TERM PIC X(6).
       02 FC-DEPT PIC X(5).
       02 FC-AMOUNT PIC 9(6)V99.
       02 FC-PAID PIC 9(6)V99.
       02 FC-DATE PIC 9(8).
       02 FILLER PIC X(6).
       FD MAPFILE
       LABEL RECORDS ARE STANDARD.
       01 MAP-REC.
       02 SMAP-SECTION PIC 9.
       02 FILLER PIC X.
       02 SMAP-ROLL PIC 99.
       02 FILLER PIC X.
       02 SMAP-SID PIC 9(7).
       02 FILLER PIC X(8).
       FD STUD1
       LABEL RECORDS ARE STANDARD.
       01 STUD1-REC.
       02 R-NO1 PIC 99.
       02 FILLER PIC X(35).
       FD STUD2
       LABEL RECORDS ARE STANDARD.
       01 STUD2-REC.
       02 R-NO2 PIC 99.
       02 FILLER PIC X(35).
       FD STUD3
       LABEL RECORDS ARE STANDARD.
       01 STUD3-REC.
       02 R-NO5 PIC 99.
       02 FILLER PIC X(35).
       FD STUD4
       LABEL RECORDS ARE STANDARD.
       01 STUD4-REC.
       02 R-NO6 PIC 99.
       02 FILLER PIC X(35).
       FD STUD5
       LABEL RECORDS ARE STANDARD.
       01 STUD5-REC.
       02 R-NO7 PIC 99.
       02 FILLER PIC X(35).
       FD GUARDFILE
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS GD-REC.
       01 GD-REC.
       02 GD-KEY.
       03 GD-SID PIC 9(7).
       03 GD-SEQ PIC 9.
       02 GD-NAME PIC X(25).
       02 FILLER PIC X(159).
       FD BACKLOG
       LABEL RECORDS ARE STANDARD
       DATA RECORD IS BL-REC.
       01 BL-REC.
       02 BL-KEY.
       03 BL-SID PIC 9(7).
       03 BL-SUBJ PIC X(4).
       02 BL-NAME PIC X(10).
       02 FILLER PIC X(55).
       FD EXTFILE
       LABEL RECORDS ARE STANDARD.
       01 EXT-REC.
       02 EXT-RULE PIC 99.
       02 EXT-KEY PIC X(20).
       02 EXT-DETAIL PIC X(40).
       FD SRTFILE
       LABEL RECORDS ARE STANDARD.
       01 SRT-REC.
       02 SRT-RULE PIC 99.
       02 SRT-KEY PIC X(20).
       02 SRT-DETAIL PIC X(40).
       SD WORK.
       01 WORK-REC.
       02 WRK-RULE PIC 99.
       02 WRK-KEY PIC X(20).
       02 WRK-DETAIL PIC X(40).
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
       77 WS-EMP1-FILE PIC X(40).
       77 WS-LOAN-FILE PIC X(40).
       77 WS-DEP-FILE PIC X(40).
       77 WS-COMP-FILE PIC X(40).
       77 WS-ENROL-FILE PIC X(40).
       77 WS-HOLD-FILE PIC X(40).
       77 WS-LEAVE-FILE PIC X(40).
       77 WS-STUDENT-FILE PIC X(40).
       77 WS-FEECHG-FILE PIC X(40).
       77 WS-MAP-FILE PIC X(40).
       77 WS-STUD1-FILE PIC X(40).
       77 WS-STUD2-FILE PIC X(40).
       77 WS-STUD3-FILE PIC X(40).
       77 WS-STUD4-FILE PIC X(40).
       77 WS-STUD5-FILE PIC X(40).
       77 WS-GUARD-FILE PIC X(40).
       77 WS-BACKLOG-FILE PIC X(40).
       77 WS-EXT-FILE PIC X(40).
       77 WS-SRT-FILE PIC X(40).
       77 WS-REPORT-FILE PIC X(40).
       01 LOAN-DETAIL.
       02 LN-IDNO PIC X(20).
       02 FILLER PIC X.
       02 LN-LOAN-NO PIC 99.
       02 FILLER PIC X.
       02 LN-TYPE PIC X(3).
       02 FILLER PIC X.
       02 LN-PRINCIPAL PIC 9(6)V99.
       02 FILLER PIC X.
       02 LN-EMI PIC 9(6)V99.
       02 FILLER PIC X.
       02 LN-START PIC X(6).
       02 FILLER PIC X.
       02 LN-BALANCE PIC 9(6)V99.
       02 FILLER PIC X.
       02 LN-STATUS PIC X.
       02 FILLER PIC X(17).
       01 COMP-DETAIL.
       02 CM-CODE PIC X(4).
       02 FILLER PIC X(76).
       01 ENROL-DETAIL.
       02 EN-IDNO PIC X(20).
       02 FILLER PIC X.
       02 EN-CODE PIC X(4).
       02 FILLER PIC X(15).
       01 LEAVE-DETAIL.
       02 LV-IDNO PIC X(20).
       02 FILLER PIC X.
       02 LV-PERIOD PIC X(6).
       02 FILLER PIC X.
       02 LV-TYPE PIC X.
       02 FILLER PIC X(11).
       01 COMP-TABLE.
       02 CP-CODE PIC X(4) OCCURS 50 TIMES.
       77 COMP-COUNT PIC 99 VALUE ZERO.
       77 COMP-IDX PIC 99 VALUE ZERO.
       77 COMP-FOUND PIC 9 VALUE ZERO.
       01 ROLL-TABLE.
       02 ROLL-SECTION OCCURS 5 TIMES.
       03 ROLL-SEEN PIC 9 OCCURS 99 TIMES.
       77 SECTION-COUNT PIC 9 VALUE 5.
       77 SEC-IDX PIC 9 VALUE ZERO.
       77 ROLL-IDX PIC 99 VALUE ZERO.
       77 CUR-ROLL PIC 99 VALUE ZERO.
       77 SEC-EOF PIC 9 VALUE ZERO.
       01 RULE-CODES.
       02 FILLER PIC X(8) VALUE "LOANEMP".
       02 FILLER PIC X(8) VALUE "LOANSEP".
       02 FILLER PIC X(8) VALUE "DEPEMP".
       02 FILLER PIC X(8) VALUE "DEPSEP".
       02 FILLER PIC X(8) VALUE "ENREMP".
       02 FILLER PIC X(8) VALUE "ENRCOMP".
       02 FILLER PIC X(8) VALUE "HOLDEMP".
       02 FILLER PIC X(8) VALUE "LEAVEEMP".
       02 FILLER PIC X(8) VALUE "FEESTU".
       02 FILLER PIC X(8) VALUE "MAPSTU".
       02 FILLER PIC X(8) VALUE "MAPROLL".
       02 FILLER PIC X(8) VALUE "GDNSTU".
       02 FILLER PIC X(8) VALUE "BKLSTU".
       01 RULE-CODE-TABLE REDEFINES RULE-CODES.
       02 RU-CODE PIC X(8) OCCURS 13 TIMES.
       01 RULE-NAMES.
       02 FILLER PIC X(40) VALUE "LOAN FOR EMPLOYEE NOT ON EMP1".
       02 FILLER PIC X(40) VALUE "OPEN LOAN FOR SEPARATED EMPLOYEE".
       02 FILLER PIC X(40) VALUE "NOMINEE FOR EMPLOYEE NOT ON EMP1".
       02 FILLER PIC X(40) VALUE "NOMINEE FOR SEPARATED EMPLOYEE".
       02 FILLER PIC X(40) VALUE "ENROLMENT FOR EMPLOYEE NOT ON EMP1".
       02 FILLER PIC X(40) VALUE
           "ENROLMENT FOR COMPONENT NOT ON COMPFILE".
       02 FILLER PIC X(40) VALUE "PAY HOLD FOR EMPLOYEE NOT ON EMP1".
       02 FILLER PIC X(40) VALUE "LEAVE ROW FOR EMPLOYEE NOT ON EMP1".
       02 FILLER PIC X(40) VALUE "FEE CHARGE FOR STUDENT NOT ON MASTER".
       02 FILLER PIC X(40) VALUE
           "SECTION MAP FOR STUDENT NOT ON MASTER".
       02 FILLER PIC X(40) VALUE "SECTION MAP FOR ROLL NOT IN SECTION".
       02 FILLER PIC X(40) VALUE "GUARDIAN FOR STUDENT NOT ON MASTER".
       02 FILLER PIC X(40) VALUE "BACKLOG FOR STUDENT NOT ON MASTER".
       01 RULE-NAME-TABLE REDEFINES RULE-NAMES.
       02 RU-NAME PIC X(40) OCCURS 13 TIMES.
       01 RULE-FILES.
       02 FILLER PIC X(12) VALUE "LOANFILE".
       02 FILLER PIC X(12) VALUE "LOANFILE".
       02 FILLER PIC X(12) VALUE "DEPFILE".
       02 FILLER PIC X(12) VALUE "DEPFILE".
       02 FILLER PIC X(12) VALUE "ENROLFILE".
       02 FILLER PIC X(12) VALUE "ENROLFILE".
       02 FILLER PIC X(12) VALUE "HOLDFILE".
       02 FILLER PIC X(12) VALUE "LEAVELOG".
       02 FILLER PIC X(12) VALUE "FEECHG".
       02 FILLER PIC X(12) VALUE "MAPFILE".
       02 FILLER PIC X(12) VALUE "MAPFILE".
       02 FILLER PIC X(12) VALUE "GUARDFILE".
       02 FILLER PIC X(12) VALUE "BACKLOG".
       01 RULE-FILE-TABLE REDEFINES RULE-FILES.
       02 RU-FILE PIC X(12) OCCURS 13 TIMES.
       01 RULE-COUNTS.
       02 RULE-COUNT-ENTRY OCCURS 13 TIMES.
       03 RU-CHECKED PIC 9(6).
       03 RU-EXCEPT PIC 9(6).
       77 RULE-IDX PIC 99 VALUE ZERO.
       77 CUR-RULE PIC 99 VALUE ZERO.
       77 EMP-FOUND PIC 9 VALUE ZERO.
       77 STU-FOUND PIC 9 VALUE ZERO.
       77 FIRST-REC PIC 9 VALUE 1.
       77 READ-COUNT PIC 9(6) VALUE ZERO.
       77 WRITE-COUNT PIC 9(6) VALUE ZERO.
       77 RULE-LINES PIC 9(6) VALUE ZERO.
       77 BAD-RULES PIC 99 VALUE ZERO.
       77 EXC-KEY PIC X(20).
       01 EXC-DETAIL.
       02 ED-LABEL1 PIC X(8).
       02 ED-VALUE1 PIC X(20).
       02 ED-LABEL2 PIC X(4).
       02 ED-VALUE2 PIC X(8).
       77 RUN-DATE PIC 9(8).
       01 RPT-HEADER1 PIC X(80) VALUE
       "CROSS-FILE REFERENTIAL INTEGRITY EXCEPTIONS".
       01 RPT-DATE-LINE.
       02 FILLER PIC X(10) VALUE "RUN DATE: ".
       02 RPT-DATE PIC 9(8).
       02 FILLER PIC X(62) VALUE SPACES.
       01 RPT-RULE-LINE.
       02 FILLER PIC X(5) VALUE "RULE ".
       02 RR-CODE PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RR-NAME PIC X(40).
       02 FILLER PIC X(6) VALUE " FILE ".
       02 RR-FILE PIC X(12).
       02 FILLER PIC X(8) VALUE SPACES.
       01 RPT-COLUMN-LINE PIC X(80) VALUE
       "  KEY                  DETAIL".
       01 RPT-DETAIL.
       02 FILLER PIC XX VALUE SPACES.
       02 RD-KEY PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 RD-DETAIL PIC X(40).
       02 FILLER PIC X(17) VALUE SPACES.
       01 RPT-RULE-TOTAL.
       02 FILLER PIC X(2) VALUE SPACES.
       02 FILLER PIC X(12) VALUE "EXCEPTIONS: ".
       02 RT-COUNT PIC ZZZZZ9.
       02 FILLER PIC X(60) VALUE SPACES.
       01 RPT-NONE-LINE PIC X(80) VALUE
       "NO EXCEPTIONS FOUND ON ANY RULE".
       01 RPT-SUMMARY-HEADER.
       02 FILLER PIC X(40) VALUE "RULE     DESCRIPTION".
       02 FILLER PIC X(40) VALUE "         CHECKED EXCEPTIONS".
       01 RPT-SUMMARY-LINE.
       02 RS-CODE PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RS-NAME PIC X(40).
       02 FILLER PIC X VALUE SPACE.
       02 RS-CHECKED PIC ZZZZZ9.
       02 FILLER PIC X(5) VALUE SPACES.
       02 RS-EXCEPT PIC ZZZZZ9.
       02 FILLER PIC X(13) VALUE SPACES.
       01 RPT-GRAND-LINE.
       02 FILLER PIC X(49) VALUE "TOTAL".
       02 FILLER PIC X VALUE SPACE.
       02 RG-CHECKED PIC ZZZZZ9.
       02 FILLER PIC X(5) VALUE SPACES.
       02 RG-EXCEPT PIC ZZZZZ9.
       02 FILLER PIC X(13) VALUE SPACES.
       01 RI-ERR-DETAIL.
       02 RE-PROG PIC X(12) VALUE "INTEGRITY".
       02 FILLER PIC X VALUE SPACE.
       02 RE-FILE PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 RE-STATUS PIC XX VALUE "RI".
       02 FILLER PIC X VALUE SPACE.
       02 RE-DATE PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RE-TIME PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 RE-RULE PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RE-COUNT PIC 9(6).
       02 FILLER PIC X(18) VALUE SPACES.
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
       01 STREAM-PARM-FILE PIC X(40) EXTERNAL.
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
       77 FS-EMP1 PIC XX VALUE "00".
       77 FS-LOANFILE PIC XX VALUE "00".
       77 FS-DEPFILE PIC XX VALUE "00".
       77 FS-COMPFILE PIC XX VALUE "00".
       77 FS-ENROLFILE PIC XX VALUE "00".
       77 FS-HOLDFILE PIC XX VALUE "00".
       77 FS-LEAVELOG PIC XX VALUE "00".
       77 FS-STUDENTFILE PIC XX VALUE "00".
       77 FS-FEECHG PIC XX VALUE "00".
       77 FS-MAPFILE PIC XX VALUE "00".
       77 FS-STUD1 PIC XX VALUE "00".
       77 FS-STUD2 PIC XX VALUE "00".
       77 FS-STUD3 PIC XX VALUE "00".
       77 FS-STUD4 PIC XX VALUE "00".
       77 FS-STUD5 PIC XX VALUE "00".
       77 FS-GUARDFILE PIC XX VALUE "00".
       77 FS-BACKLOG PIC XX VALUE "00".
       77 FS-EXTFILE PIC XX VALUE "00".
       77 FS-SRTFILE PIC XX VALUE "00".
       77 FS-REPORTFILE PIC XX VALUE "00".
       77 FS-RUNCTL PIC XX VALUE "00".
       77 FS-PARMFILE PIC XX VALUE "00".
       01 ERR-DETAIL.
       02 ERR-PROG PIC X(12) VALUE "INTEGRITY".
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
       MOVE "EMP1" TO PARM-KEY
       MOVE "ENTER EMPLOYEE FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EMP1-FILE.
       IF WS-EMP1-FILE = SPACES
       MOVE "REC" TO WS-EMP1-FILE.
       MOVE "LOAN" TO PARM-KEY
       MOVE "ENTER LOAN FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-LOAN-FILE.
       IF WS-LOAN-FILE = SPACES
       MOVE "LOANS.DAT" TO WS-LOAN-FILE.
       MOVE "DEP" TO PARM-KEY
       MOVE "ENTER DEPENDANT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-DEP-FILE.
       IF WS-DEP-FILE = SPACES
       MOVE "DEPEND.DAT" TO WS-DEP-FILE.
       MOVE "COMP" TO PARM-KEY
       MOVE "ENTER COMPONENT MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-COMP-FILE.
       IF WS-COMP-FILE = SPACES
       MOVE "COMP.DAT" TO WS-COMP-FILE.
       MOVE "ENROL" TO PARM-KEY
       MOVE "ENTER ENROLLMENT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-ENROL-FILE.
       IF WS-ENROL-FILE = SPACES
       MOVE "ENROL.DAT" TO WS-ENROL-FILE.
       MOVE "HOLD" TO PARM-KEY
       MOVE "ENTER PAY HOLD FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-HOLD-FILE.
       IF WS-HOLD-FILE = SPACES
       MOVE "HOLD.DAT" TO WS-HOLD-FILE.
       MOVE "LEAVE" TO PARM-KEY
       MOVE "ENTER LEAVE LEDGER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-LEAVE-FILE.
       IF WS-LEAVE-FILE = SPACES
       MOVE "LEAVELOG.DAT" TO WS-LEAVE-FILE.
       MOVE "STUDENT" TO PARM-KEY
       MOVE "ENTER STUDENT MASTER FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STUDENT-FILE.
       IF WS-STUDENT-FILE = SPACES
       MOVE "TEXT.txt" TO WS-STUDENT-FILE.
       MOVE "FEECHG" TO PARM-KEY
       MOVE "ENTER FEE CHARGE FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-FEECHG-FILE.
       IF WS-FEECHG-FILE = SPACES
       MOVE "FEECHG.DAT" TO WS-FEECHG-FILE.
       MOVE "MAP" TO PARM-KEY
       MOVE "ENTER SECTION MAP FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-MAP-FILE.
       IF WS-MAP-FILE = SPACES
       MOVE "SECMAP.DAT" TO WS-MAP-FILE.
       VALIDATE-SECTION-COUNT.
       MOVE "SECTIONS" TO PARM-KEY
       MOVE "ENTER NUMBER OF SECTION FILES (1-5, BLANK FOR 5):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       PERFORM PARSE-ANSWER-NUM THRU
           PARSE-ANSWER-NUM-END.
       IF PARM-ANSWER = SPACES
       MOVE 5 TO PARM-NUM.
       IF PARM-NUM < 1 OR PARM-NUM > 5
       DISPLAY "INVALID COUNT - MUST BE 1-5, RE-ENTER"
       PERFORM PARM-ABORT
       GO TO VALIDATE-SECTION-COUNT.
       MOVE PARM-NUM TO SECTION-COUNT.
       MOVE "STUD1" TO PARM-KEY
       MOVE "ENTER SECTION 1 MARKS FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STUD1-FILE.
       IF WS-STUD1-FILE = SPACES
       MOVE "STUD1.DAT" TO WS-STUD1-FILE.
       IF SECTION-COUNT > 1
       MOVE "STUD2" TO PARM-KEY
       MOVE "ENTER SECTION 2 MARKS FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STUD2-FILE
       IF WS-STUD2-FILE = SPACES
       MOVE "STUD2.DAT" TO WS-STUD2-FILE.
       IF SECTION-COUNT > 2
       MOVE "STUD3" TO PARM-KEY
       MOVE "ENTER SECTION 3 MARKS FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STUD3-FILE
       IF WS-STUD3-FILE = SPACES
       MOVE "STUD3.DAT" TO WS-STUD3-FILE.
       IF SECTION-COUNT > 3
       MOVE "STUD4" TO PARM-KEY
       MOVE "ENTER SECTION 4 MARKS FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STUD4-FILE
       IF WS-STUD4-FILE = SPACES
       MOVE "STUD4.DAT" TO WS-STUD4-FILE.
       IF SECTION-COUNT > 4
       MOVE "STUD5" TO PARM-KEY
       MOVE "ENTER SECTION 5 MARKS FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-STUD5-FILE
       IF WS-STUD5-FILE = SPACES
       MOVE "STUD5.DAT" TO WS-STUD5-FILE.
       MOVE "GUARDIAN" TO PARM-KEY
       MOVE "ENTER GUARDIAN FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-GUARD-FILE.
       IF WS-GUARD-FILE = SPACES
       MOVE "GUARDIAN.DAT" TO WS-GUARD-FILE.
       MOVE "BACKLOG" TO PARM-KEY
       MOVE "ENTER BACKLOG FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-BACKLOG-FILE.
       IF WS-BACKLOG-FILE = SPACES
       MOVE "BACKLOG.DAT" TO WS-BACKLOG-FILE.
       MOVE "EXT" TO PARM-KEY
       MOVE "ENTER EXCEPTION WORK FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-EXT-FILE.
       IF WS-EXT-FILE = SPACES
       MOVE "RIEXT.DAT" TO WS-EXT-FILE.
       MOVE "SRT" TO PARM-KEY
       MOVE "ENTER SORTED WORK FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-SRT-FILE.
       IF WS-SRT-FILE = SPACES
       MOVE "RISRT.DAT" TO WS-SRT-FILE.
       MOVE "REPORT" TO PARM-KEY
       MOVE "ENTER EXCEPTIONS REPORT FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-REPORT-FILE.
       IF WS-REPORT-FILE = SPACES
       MOVE "INTEGRITY.LST" TO WS-REPORT-FILE.
       MOVE "RUNCTL" TO PARM-KEY
       MOVE "ENTER RUN-CONTROL FILE NAME (DD NAME OR PATH):"
           TO PARM-PROMPT
       PERFORM GET-ANSWER THRU GET-ANSWER-END
       MOVE PARM-ANSWER TO WS-RUNCTL-FILE.
       IF WS-RUNCTL-FILE = SPACES
       MOVE "RUNCTL.DAT" TO WS-RUNCTL-FILE.
       PERFORM WRITE-RUN-START.
       MOVE ZERO TO RULE-COUNTS.
       PERFORM LOAD-COMPONENTS THRU LOAD-COMPONENTS-END.
       PERFORM LOAD-SECTION-ROLLS THRU LOAD-SECTION-ROLLS-END.
       OPEN INPUT EMP1.
       MOVE "EMP1" TO ERR-FILE.
       MOVE FS-EMP1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN INPUT StudentFile.
       MOVE "STUDENTFILE" TO ERR-FILE.
       MOVE FS-STUDENTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT EXTFILE.
       MOVE "EXTFILE" TO ERR-FILE.
       MOVE FS-EXTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       PERFORM CHECK-LOANS THRU CHECK-LOANS-END.
       PERFORM CHECK-DEPENDANTS THRU CHECK-DEPENDANTS-END.
       PERFORM CHECK-ENROLMENTS THRU CHECK-ENROLMENTS-END.
       PERFORM CHECK-HOLDS THRU CHECK-HOLDS-END.
       PERFORM CHECK-LEAVE THRU CHECK-LEAVE-END.
       PERFORM CHECK-FEES THRU CHECK-FEES-END.
       PERFORM CHECK-MAP THRU CHECK-MAP-END.
       PERFORM CHECK-GUARDIANS THRU CHECK-GUARDIANS-END.
       PERFORM CHECK-BACKLOGS THRU CHECK-BACKLOGS-END.
       CLOSE EMP1.
       CLOSE StudentFile.
       CLOSE EXTFILE.
       SORT WORK ON ASCENDING KEY WRK-RULE WRK-KEY
       USING EXTFILE GIVING SRTFILE.
       OPEN INPUT SRTFILE.
       MOVE "SRTFILE" TO ERR-FILE.
       MOVE FS-SRTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       OPEN OUTPUT REPORTFILE.
       MOVE "REPORTFILE" TO ERR-FILE.
       MOVE FS-REPORTFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       WRITE REPORT-REC FROM RPT-HEADER1.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       MOVE RUN-DATE TO RPT-DATE.
       WRITE REPORT-REC FROM RPT-DATE-LINE.
       READ-SORTED.
       READ SRTFILE AT END GO TO END-REPORT.
       IF FIRST-REC = 1
       MOVE 0 TO FIRST-REC
       MOVE SRT-RULE TO CUR-RULE
       PERFORM WRITE-RULE-HEADER
       ELSE IF SRT-RULE NOT = CUR-RULE
       PERFORM WRITE-RULE-TOTAL
       MOVE SRT-RULE TO CUR-RULE
       PERFORM WRITE-RULE-HEADER.
       MOVE SRT-KEY TO RD-KEY.
       MOVE SRT-DETAIL TO RD-DETAIL.
       WRITE REPORT-REC FROM RPT-DETAIL.
       ADD 1 TO RULE-LINES.
       GO TO READ-SORTED.
       END-REPORT.
       IF FIRST-REC = 0
       PERFORM WRITE-RULE-TOTAL
       ELSE
       MOVE SPACES TO REPORT-REC
       WRITE REPORT-REC
       WRITE REPORT-REC FROM RPT-NONE-LINE.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       WRITE REPORT-REC FROM RPT-SUMMARY-HEADER.
       PERFORM WRITE-SUMMARY-LINE VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > 13.
       MOVE READ-COUNT TO RG-CHECKED.
       MOVE WRITE-COUNT TO RG-EXCEPT.
       WRITE REPORT-REC FROM RPT-GRAND-LINE.
       CLOSE SRTFILE.
       CLOSE REPORTFILE.
       IF WRITE-COUNT > 0
       PERFORM LOG-EXCEPTIONS
       MOVE 4 TO RETURN-CODE.
       DISPLAY "ROWS CHECKED:" READ-COUNT.
       DISPLAY "EXCEPTIONS FOUND:" WRITE-COUNT.
       DISPLAY "RULES FAILED:" BAD-RULES.
       PERFORM WRITE-RUN-END.
       GOBACK.

       WRITE-RULE-HEADER.
       MOVE SPACES TO REPORT-REC.
       WRITE REPORT-REC.
       MOVE RU-CODE(CUR-RULE) TO RR-CODE.
       MOVE RU-NAME(CUR-RULE) TO RR-NAME.
       MOVE RU-FILE(CUR-RULE) TO RR-FILE.
       WRITE REPORT-REC FROM RPT-RULE-LINE.
       WRITE REPORT-REC FROM RPT-COLUMN-LINE.
       MOVE ZERO TO RULE-LINES.

       WRITE-RULE-TOTAL.
       MOVE RULE-LINES TO RT-COUNT.
       WRITE REPORT-REC FROM RPT-RULE-TOTAL.

       WRITE-SUMMARY-LINE.
       MOVE RU-CODE(RULE-IDX) TO RS-CODE.
       MOVE RU-NAME(RULE-IDX) TO RS-NAME.
       MOVE RU-CHECKED(RULE-IDX) TO RS-CHECKED.
       MOVE RU-EXCEPT(RULE-IDX) TO RS-EXCEPT.
       WRITE REPORT-REC FROM RPT-SUMMARY-LINE.
       IF RU-EXCEPT(RULE-IDX) > 0
       ADD 1 TO BAD-RULES.

       LOG-EXCEPTIONS.
       ACCEPT RE-DATE FROM DATE YYYYMMDD.
       ACCEPT RE-TIME FROM TIME.
       OPEN EXTEND ERRLOG.
       PERFORM LOG-RULE VARYING RULE-IDX FROM 1 BY 1
       UNTIL RULE-IDX > 13.
       CLOSE ERRLOG.

       LOG-RULE.
       IF RU-EXCEPT(RULE-IDX) > 0
       MOVE RU-FILE(RULE-IDX) TO RE-FILE
       MOVE RU-CODE(RULE-IDX) TO RE-RULE
       MOVE RU-EXCEPT(RULE-IDX) TO RE-COUNT
       WRITE ERR-REC FROM RI-ERR-DETAIL.

       WRITE-EXCEPTION.
       MOVE CUR-RULE TO EXT-RULE.
       MOVE EXC-KEY TO EXT-KEY.
       MOVE EXC-DETAIL TO EXT-DETAIL.
       WRITE EXT-REC.
       ADD 1 TO RU-EXCEPT(CUR-RULE).
       ADD 1 TO WRITE-COUNT.

       FIND-EMP.
       READ EMP1 RECORD KEY IS IDNO
       INVALID KEY
       MOVE 0 TO EMP-FOUND
       NOT INVALID KEY
       MOVE 1 TO EMP-FOUND.

       FIND-STUDENT.
       READ StudentFile RECORD KEY IS StudentId
       INVALID KEY
       MOVE 0 TO STU-FOUND
       NOT INVALID KEY
       MOVE 1 TO STU-FOUND.

       CHECK-LOANS.
       OPEN INPUT LOANFILE.
       MOVE "LOANFILE" TO ERR-FILE.
       MOVE FS-LOANFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-LOANS-READ.
       READ LOANFILE RECORD INTO LOAN-DETAIL
       AT END CLOSE LOANFILE GO TO CHECK-LOANS-END.
       ADD 1 TO READ-COUNT.
       ADD 1 TO RU-CHECKED(1).
       MOVE LN-IDNO TO IDNO.
       PERFORM FIND-EMP.
       MOVE LN-IDNO TO EXC-KEY.
       MOVE SPACES TO EXC-DETAIL.
       MOVE "LOAN NO " TO ED-LABEL1.
       MOVE LN-LOAN-NO TO ED-VALUE1.
       IF EMP-FOUND = 0
       MOVE "STS " TO ED-LABEL2
       MOVE LN-STATUS TO ED-VALUE2
       MOVE 1 TO CUR-RULE
       PERFORM WRITE-EXCEPTION
       GO TO CHECK-LOANS-READ.
       ADD 1 TO RU-CHECKED(2).
       IF EMP-STATUS = "S" AND LN-STATUS = "O"
       MOVE "SEP " TO ED-LABEL2
       MOVE SEP-DATE TO ED-VALUE2
       MOVE 2 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       GO TO CHECK-LOANS-READ.
       CHECK-LOANS-END.
       EXIT.

       CHECK-DEPENDANTS.
       OPEN INPUT DEPFILE.
       MOVE "DEPFILE" TO ERR-FILE.
       MOVE FS-DEPFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-DEPENDANTS-READ.
       READ DEPFILE NEXT RECORD
       AT END CLOSE DEPFILE GO TO CHECK-DEPENDANTS-END.
       ADD 1 TO READ-COUNT.
       ADD 1 TO RU-CHECKED(3).
       MOVE DP-IDNO TO IDNO.
       PERFORM FIND-EMP.
       MOVE DP-IDNO TO EXC-KEY.
       MOVE SPACES TO EXC-DETAIL.
       MOVE "NOMINEE " TO ED-LABEL1.
       MOVE DP-NAME TO ED-VALUE1.
       IF EMP-FOUND = 0
       MOVE "SEQ " TO ED-LABEL2
       MOVE DP-SEQ TO ED-VALUE2
       MOVE 3 TO CUR-RULE
       PERFORM WRITE-EXCEPTION
       GO TO CHECK-DEPENDANTS-READ.
       ADD 1 TO RU-CHECKED(4).
       IF EMP-STATUS = "S"
       MOVE "SEP " TO ED-LABEL2
       MOVE SEP-DATE TO ED-VALUE2
       MOVE 4 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       GO TO CHECK-DEPENDANTS-READ.
       CHECK-DEPENDANTS-END.
       EXIT.

       CHECK-ENROLMENTS.
       OPEN INPUT ENROLFILE.
       MOVE "ENROLFILE" TO ERR-FILE.
       MOVE FS-ENROLFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-ENROLMENTS-READ.
       READ ENROLFILE RECORD INTO ENROL-DETAIL
       AT END CLOSE ENROLFILE GO TO CHECK-ENROLMENTS-END.
       ADD 1 TO READ-COUNT.
       ADD 1 TO RU-CHECKED(5).
       ADD 1 TO RU-CHECKED(6).
       MOVE EN-IDNO TO IDNO.
       PERFORM FIND-EMP.
       MOVE EN-IDNO TO EXC-KEY.
       MOVE SPACES TO EXC-DETAIL.
       MOVE "COMPONT " TO ED-LABEL1.
       MOVE EN-CODE TO ED-VALUE1.
       IF EMP-FOUND = 0
       MOVE 5 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       PERFORM FIND-COMPONENT THRU FIND-COMPONENT-END.
       IF COMP-FOUND = 0
       MOVE 6 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       GO TO CHECK-ENROLMENTS-READ.
       CHECK-ENROLMENTS-END.
       EXIT.

       CHECK-HOLDS.
       OPEN INPUT HOLDFILE.
       MOVE "HOLDFILE" TO ERR-FILE.
       MOVE FS-HOLDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-HOLDS-READ.
       READ HOLDFILE NEXT RECORD
       AT END CLOSE HOLDFILE GO TO CHECK-HOLDS-END.
       ADD 1 TO READ-COUNT.
       ADD 1 TO RU-CHECKED(7).
       MOVE HD-IDNO TO IDNO.
       PERFORM FIND-EMP.
       IF EMP-FOUND = 0
       MOVE HD-IDNO TO EXC-KEY
       MOVE SPACES TO EXC-DETAIL
       MOVE "PERIOD  " TO ED-LABEL1
       MOVE HD-PERIOD TO ED-VALUE1
       MOVE "STS " TO ED-LABEL2
       MOVE HD-STATUS TO ED-VALUE2
       MOVE 7 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       GO TO CHECK-HOLDS-READ.
       CHECK-HOLDS-END.
       EXIT.

       CHECK-LEAVE.
       OPEN INPUT LEAVELOG.
       MOVE "LEAVELOG" TO ERR-FILE.
       MOVE FS-LEAVELOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-LEAVE-READ.
       READ LEAVELOG RECORD INTO LEAVE-DETAIL
       AT END CLOSE LEAVELOG GO TO CHECK-LEAVE-END.
       ADD 1 TO READ-COUNT.
       ADD 1 TO RU-CHECKED(8).
       MOVE LV-IDNO TO IDNO.
       PERFORM FIND-EMP.
       IF EMP-FOUND = 0
       MOVE LV-IDNO TO EXC-KEY
       MOVE SPACES TO EXC-DETAIL
       MOVE "PERIOD  " TO ED-LABEL1
       MOVE LV-PERIOD TO ED-VALUE1
       MOVE "TYP " TO ED-LABEL2
       MOVE LV-TYPE TO ED-VALUE2
       MOVE 8 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       GO TO CHECK-LEAVE-READ.
       CHECK-LEAVE-END.
       EXIT.

       CHECK-FEES.
       OPEN INPUT FEECHG.
       MOVE "FEECHG" TO ERR-FILE.
       MOVE FS-FEECHG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-FEES-READ.
       READ FEECHG NEXT RECORD
       AT END CLOSE FEECHG GO TO CHECK-FEES-END.
       ADD 1 TO READ-COUNT.
       ADD 1 TO RU-CHECKED(9).
       MOVE FC-SID TO StudentId.
       PERFORM FIND-STUDENT.
       IF STU-FOUND = 0
       MOVE FC-SID TO EXC-KEY
       MOVE SPACES TO EXC-DETAIL
       MOVE "TERM    " TO ED-LABEL1
       MOVE FC-TERM TO ED-VALUE1
       MOVE "DEP " TO ED-LABEL2
       MOVE FC-DEPT TO ED-VALUE2
       MOVE 9 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       GO TO CHECK-FEES-READ.
       CHECK-FEES-END.
       EXIT.

       CHECK-MAP.
       OPEN INPUT MAPFILE.
       MOVE "MAPFILE" TO ERR-FILE.
       MOVE FS-MAPFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-MAP-READ.
       READ MAPFILE
       AT END CLOSE MAPFILE GO TO CHECK-MAP-END.
       ADD 1 TO READ-COUNT.
       ADD 1 TO RU-CHECKED(10).
       ADD 1 TO RU-CHECKED(11).
       MOVE SMAP-SID TO EXC-KEY.
       MOVE SPACES TO EXC-DETAIL.
       MOVE "SECTION " TO ED-LABEL1.
       MOVE SMAP-SECTION TO ED-VALUE1.
       MOVE "ROLL" TO ED-LABEL2.
       MOVE SMAP-ROLL TO ED-VALUE2.
       MOVE SMAP-SID TO StudentId.
       PERFORM FIND-STUDENT.
       IF STU-FOUND = 0
       MOVE 10 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       IF SMAP-SECTION < 1 OR SMAP-SECTION > SECTION-COUNT
       OR SMAP-ROLL < 1
       MOVE 11 TO CUR-RULE
       PERFORM WRITE-EXCEPTION
       GO TO CHECK-MAP-READ.
       IF ROLL-SEEN(SMAP-SECTION SMAP-ROLL) = 0
       MOVE 11 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       GO TO CHECK-MAP-READ.
       CHECK-MAP-END.
       EXIT.

       CHECK-GUARDIANS.
       OPEN INPUT GUARDFILE.
       MOVE "GUARDFILE" TO ERR-FILE.
       MOVE FS-GUARDFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-GUARDIANS-READ.
       READ GUARDFILE NEXT RECORD
       AT END CLOSE GUARDFILE GO TO CHECK-GUARDIANS-END.
       ADD 1 TO READ-COUNT.
       ADD 1 TO RU-CHECKED(12).
       MOVE GD-SID TO StudentId.
       PERFORM FIND-STUDENT.
       IF STU-FOUND = 0
       MOVE GD-SID TO EXC-KEY
       MOVE SPACES TO EXC-DETAIL
       MOVE "GUARDIAN" TO ED-LABEL1
       MOVE GD-NAME TO ED-VALUE1
       MOVE "SEQ " TO ED-LABEL2
       MOVE GD-SEQ TO ED-VALUE2
       MOVE 12 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       GO TO CHECK-GUARDIANS-READ.
       CHECK-GUARDIANS-END.
       EXIT.

       CHECK-BACKLOGS.
       OPEN INPUT BACKLOG.
       MOVE "BACKLOG" TO ERR-FILE.
       MOVE FS-BACKLOG TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       CHECK-BACKLOGS-READ.
       READ BACKLOG NEXT RECORD
       AT END CLOSE BACKLOG GO TO CHECK-BACKLOGS-END.
       ADD 1 TO READ-COUNT.
       ADD 1 TO RU-CHECKED(13).
       MOVE BL-SID TO StudentId.
       PERFORM FIND-STUDENT.
       IF STU-FOUND = 0
       MOVE BL-SID TO EXC-KEY
       MOVE SPACES TO EXC-DETAIL
       MOVE "SUBJECT " TO ED-LABEL1
       MOVE BL-SUBJ TO ED-VALUE1
       MOVE 13 TO CUR-RULE
       PERFORM WRITE-EXCEPTION.
       GO TO CHECK-BACKLOGS-READ.
       CHECK-BACKLOGS-END.
       EXIT.

       LOAD-COMPONENTS.
       MOVE ZERO TO COMP-COUNT.
       OPEN INPUT COMPFILE.
       MOVE "COMPFILE" TO ERR-FILE.
       MOVE FS-COMPFILE TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       LOAD-COMPONENTS-READ.
       READ COMPFILE RECORD INTO COMP-DETAIL
       AT END CLOSE COMPFILE GO TO LOAD-COMPONENTS-END.
       IF COMP-COUNT >= 50
       DISPLAY "COMPONENT TABLE FULL - SKIPPING REMAINING ROWS"
       CLOSE COMPFILE
       GO TO LOAD-COMPONENTS-END.
       ADD 1 TO COMP-COUNT.
       MOVE CM-CODE TO CP-CODE(COMP-COUNT).
       GO TO LOAD-COMPONENTS-READ.
       LOAD-COMPONENTS-END.
       EXIT.

       FIND-COMPONENT.
       MOVE 0 TO COMP-FOUND.
       MOVE 0 TO COMP-IDX.
       FIND-COMPONENT-LOOP.
       ADD 1 TO COMP-IDX.
       IF COMP-IDX > COMP-COUNT
       GO TO FIND-COMPONENT-END.
       IF CP-CODE(COMP-IDX) = EN-CODE
       MOVE 1 TO COMP-FOUND
       GO TO FIND-COMPONENT-END.
       GO TO FIND-COMPONENT-LOOP.
       FIND-COMPONENT-END.
       EXIT.

       LOAD-SECTION-ROLLS.
       MOVE ZERO TO ROLL-TABLE.
       OPEN INPUT STUD1.
       MOVE "STUD1" TO ERR-FILE.
       MOVE FS-STUD1 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 1 TO SEC-IDX.
       LOAD-ROLLS-1.
       READ STUD1 AT END CLOSE STUD1 GO TO LOAD-ROLLS-2-OPEN.
       MOVE R-NO1 TO CUR-ROLL.
       PERFORM MARK-ROLL.
       GO TO LOAD-ROLLS-1.
       LOAD-ROLLS-2-OPEN.
       IF SECTION-COUNT < 2
       GO TO LOAD-SECTION-ROLLS-END.
       OPEN INPUT STUD2.
       MOVE "STUD2" TO ERR-FILE.
       MOVE FS-STUD2 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 2 TO SEC-IDX.
       LOAD-ROLLS-2.
       READ STUD2 AT END CLOSE STUD2 GO TO LOAD-ROLLS-3-OPEN.
       MOVE R-NO2 TO CUR-ROLL.
       PERFORM MARK-ROLL.
       GO TO LOAD-ROLLS-2.
       LOAD-ROLLS-3-OPEN.
       IF SECTION-COUNT < 3
       GO TO LOAD-SECTION-ROLLS-END.
       OPEN INPUT STUD3.
       MOVE "STUD3" TO ERR-FILE.
       MOVE FS-STUD3 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 3 TO SEC-IDX.
       LOAD-ROLLS-3.
       READ STUD3 AT END CLOSE STUD3 GO TO LOAD-ROLLS-4-OPEN.
       MOVE R-NO5 TO CUR-ROLL.
       PERFORM MARK-ROLL.
       GO TO LOAD-ROLLS-3.
       LOAD-ROLLS-4-OPEN.
       IF SECTION-COUNT < 4
       GO TO LOAD-SECTION-ROLLS-END.
       OPEN INPUT STUD4.
       MOVE "STUD4" TO ERR-FILE.
       MOVE FS-STUD4 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 4 TO SEC-IDX.
       LOAD-ROLLS-4.
       READ STUD4 AT END CLOSE STUD4 GO TO LOAD-ROLLS-5-OPEN.
       MOVE R-NO6 TO CUR-ROLL.
       PERFORM MARK-ROLL.
       GO TO LOAD-ROLLS-4.
       LOAD-ROLLS-5-OPEN.
       IF SECTION-COUNT < 5
       GO TO LOAD-SECTION-ROLLS-END.
       OPEN INPUT STUD5.
       MOVE "STUD5" TO ERR-FILE.
       MOVE FS-STUD5 TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE 5 TO SEC-IDX.
       LOAD-ROLLS-5.
       READ STUD5 AT END CLOSE STUD5 GO TO LOAD-SECTION-ROLLS-END.
       MOVE R-NO7 TO CUR-ROLL.
       PERFORM MARK-ROLL.
       GO TO LOAD-ROLLS-5.
       LOAD-SECTION-ROLLS-END.
       EXIT.

       MARK-ROLL.
       IF CUR-ROLL > 0
       MOVE 1 TO ROLL-SEEN(SEC-IDX CUR-ROLL).

       WRITE-RUN-START.
       OPEN EXTEND RUNCTL.
       MOVE "RUNCTL" TO ERR-FILE.
       MOVE FS-RUNCTL TO ERR-STATUS.
       PERFORM CHECK-FILE-STATUS THRU
           CHECK-FILE-STATUS-END.
       MOVE SPACES TO RC-DETAIL.
       MOVE "INTEGRITY" TO RC-PROG.
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
       MOVE "INTEGRITY" TO RC-PROG.
       MOVE "END" TO RC-TYPE.
       ACCEPT RC-DATE-NOW FROM DATE YYYYMMDD.
       ACCEPT RC-TIME-NOW FROM TIME.
       MOVE RC-DATE-NOW TO RC-DATE.
       MOVE RC-TIME-NOW TO RC-TIME.
       MOVE READ-COUNT TO RC-READ.
       MOVE WRITE-COUNT TO RC-WRITTEN.
       IF RUN-FAILED = 1
       MOVE "FAIL" TO RC-STATUS
       ELSE IF WRITE-COUNT > 0
       MOVE "EXCP" TO RC-STATUS
       ELSE
       MOVE "OK" TO RC-STATUS.
       WRITE RC-REC FROM RC-DETAIL.
       CLOSE RUNCTL.

       GET-PARM-FILE.
       IF STREAM-PARM-FILE NOT = SPACES
       AND STREAM-PARM-FILE NOT = LOW-VALUES
       MOVE STREAM-PARM-FILE TO WS-PARM-FILE
       GO TO GET-PARM-FILE-LOAD.
       DISPLAY "PARAMETER FILE NAME (BLANK FOR CONSOLE PROMPTS):".
       ACCEPT WS-PARM-FILE.
       IF WS-PARM-FILE = SPACES
       GO TO GET-PARM-FILE-END.
       GET-PARM-FILE-LOAD.
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
       MOVE 8 TO RETURN-CODE
       GOBACK.

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
       GOBACK.
       MOVE 1 TO FAIL-ENDING.
       PERFORM WRITE-RUN-END.
       DISPLAY "RUN ENDED ON FILE ERROR".
       GOBACK.
       CHECK-FILE-STATUS-END.
       EXIT.

       END PROGRAM IntegrityCheck.
