       77 LIST-COUNT PIC 9(6) VALUE ZERO.
       77 DUP-FOUND PIC 9 VALUE ZERO.
       77 RATE-DISP PIC ZZZZZ9.99.
       77 LIMIT-DISP PIC ZZZZZZ9.99.
       77 NEW-CODE PIC X(4).
       01 COMP-DETAIL.
       02 CM-CODE PIC X(4).
       02 CM-METHOD PIC X.
       02 FILLER PIC X VALUE SPACE.
       02 CM-RATE PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 CM-LIMIT PIC 9(7)V99.
       02 FILLER PIC X(32) VALUE SPACES.
       01 ENROL-DETAIL.
       02 EN-IDNO PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       GO TO MENU-PARA.

       ADD-COMPONENT.
       DISPLAY "COMPONENT CODE (4 CHARS, E.G. DA, HRA, PF, EPF, CONV):".
       ACCEPT NEW-CODE.
       IF NEW-CODE = SPACES
       DISPLAY "CODE MUST NOT BE BLANK"
       MOVE SPACES TO COMP-DETAIL.
       MOVE NEW-CODE TO CM-CODE.
       ADD-COMPONENT-TYPE.
       DISPLAY "TYPE (E=EARNING D=DEDUCTION R=EMPLOYER CONTRIBUTION".
       DISPLAY "      C=REIMBURSEMENT CLAIM CATEGORY):".
       ACCEPT CM-TYPE.
       IF CM-TYPE NOT = "E" AND CM-TYPE NOT = "D"
           AND CM-TYPE NOT = "R" AND CM-TYPE NOT = "C"
       DISPLAY "INVALID TYPE - RE-ENTER"
       GO TO ADD-COMPONENT-TYPE.
       DISPLAY "DESCRIPTION:".
       ACCEPT CM-DESC.
       MOVE ZERO TO CM-LIMIT.
       IF CM-TYPE = "C"
       MOVE "F" TO CM-METHOD
       MOVE ZERO TO CM-RATE
       DISPLAY "ANNUAL LIMIT PER EMPLOYEE (NNNNNNN.NN, 0=NO LIMIT):"
       ACCEPT CM-LIMIT
       GO TO ADD-COMPONENT-WRITE.
       ADD-COMPONENT-METHOD.
       DISPLAY "METHOD (P=PCT OF BASIC F=FLAT AMOUNT):".
       ACCEPT CM-METHOD.
       GO TO ADD-COMPONENT-METHOD.
       DISPLAY "RATE OR AMOUNT (NNNNNN.NN):".
       ACCEPT CM-RATE.
       ADD-COMPONENT-WRITE.
       OPEN EXTEND COMPFILE.
       MOVE "COMPFILE" TO ERR-FILE.
       MOVE FS-COMPFILE TO ERR-STATUS.
       AT END CLOSE COMPFILE GO TO LIST-COMPONENTS-SHOW.
       ADD 1 TO LIST-COUNT.
       MOVE CM-RATE TO RATE-DISP.
       IF CM-TYPE = "C"
       IF CM-LIMIT IS NOT NUMERIC
       MOVE ZERO TO CM-LIMIT.
       IF CM-TYPE = "C"
       MOVE CM-LIMIT TO LIMIT-DISP
       DISPLAY CM-CODE " " CM-TYPE " " CM-DESC " ANNUAL LIMIT "
           LIMIT-DISP
       ELSE
       DISPLAY CM-CODE " " CM-TYPE " " CM-DESC " " CM-METHOD
           " " RATE-DISP.
       GO TO LIST-COMPONENTS-READ.
       IF DUP-FOUND = 0
       DISPLAY "COMPONENT NOT ON MASTER:" NEW-CODE
       GO TO ENROLL-EMPLOYEE-END.
       IF CM-TYPE = "R"
       DISPLAY "EMPLOYER CONTRIBUTIONS APPLY TO ALL - NOT ENROLLED:"
           NEW-CODE
       GO TO ENROLL-EMPLOYEE-END.
       IF CM-TYPE = "C"
       DISPLAY "CLAIM CATEGORIES NEED NO ENROLMENT - NOT ENROLLED:"
           NEW-CODE
       GO TO ENROLL-EMPLOYEE-END.
       PERFORM CHECK-ENROL-DUP THRU CHECK-ENROL-DUP-END.
       IF DUP-FOUND = 1
       DISPLAY "EMPLOYEE ALREADY ENROLLED IN:" NEW-CODE
