IDENTIFICATION DIVISION.
PROGRAM-ID. TRANSENTRY.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. MENU-DRIVEN TRANSACTION ENTRY FOR THE
*>            SUBMITTING DEPARTMENTS, WHO USED TO HAND-TYPE THE
*>            85-BYTE TRANSIN.DAT LAYOUT IN AN EDITOR - HALF OF WHAT
*>            TRANSEDIT REJECTED WAS SEQUENCES OUT OF ORDER (02),
*>            MALFORMED SIGN-LEADING KEYS (04) AND HAND-TYPED
*>            CONTINUATIONS IN THE WRONG PLACE (08). THE SUBMITTER
*>            SIGNS ON AGAINST OPERAUTH.DAT AND GIVES THE DEPARTMENT
*>            ONCE (CHECKED THROUGH DEPTLOOK); EACH MESSAGE IS THEN
*>            TYPED WHOLE, AT ANY LENGTH, AND THIS PROGRAM ASSIGNS THE
*>            NEXT ASCENDING SEQUENCE NUMBER, BUILDS THE SIGN-LEADING
*>            KEY ITSELF, CUTS A LONG MESSAGE INTO A HEAD RECORD PLUS
*>            'C' CONTINUATION RECORDS, RUNS THE SAME CONTENT EDITS
*>            TRANSEDIT APPLIES, AND APPENDS THE RECORDS TO
*>            TRANSIN.DAT. EVERY RECORD WRITTEN IS LISTED ON THE
*>            ENTRY BATCH LISTING ENTRYLST.PRT WITH A RECORD COUNT AT
*>            THE FOOT, SO A BAD RECORD IS CAUGHT AT THE KEYBOARD
*>            INSTEAD OF THE NEXT MORNING ON TRANSREJ.DAT. A TYPED
*>            LINE TOO LONG FOR THE ENTRY LINE IS REFUSED WHOLE, NEVER
*>            CUT SHORT, AND THE SUBMITTER RETYPES IT OVER TWO. FOR A
*>            (P)ARTNER MESSAGE THE SUBMITTER NAMES THE DESTINATION
*>            PARTNER INSTEAD OF TYPING A KEY, AND THE CIPHER RUN
*>            RESOLVES THE PARTNER'S KEY ITSELF: THE PARTNER ID GOES IN
*>            THE FIRST FOUR BYTES OF THE KEYWORD FIELD AND IS CHECKED
*>            AGAINST PARTNERS.DAT AT THE KEYBOARD (TRANSEDIT REASON
*>            10); THE KEY AND DIGIT FLAG ARE LEFT FOR THE PARTNER
*>            AGREEMENT TO DECIDE. COVERED BY THE 'E' FLAG.
*>            DEPTMAST.DAT IS READ IN ITS FULL LAYOUT, ENDING WITH THE
*>            DEPARTMENT'S GL COST CENTER (KEPT IN STEP WITH DEPTMAINT).
*>
*> TRANSIN.DAT LAYOUT (AS TRANSEDIT READS IT): SEQ 9(6), MODE X(1),
*> TEXT X(50), KEY S9(2) SIGN LEADING SEPARATE, KEYWORD X(20), DIGIT
*> FLAG X(1), DEPARTMENT X(4). FRESHLY ENTERED RECORDS LEAVE THE
*> TRANSFIX TRACKING EXTENSION (BYTES 86-95) OFF.
*>
*> THE CONTENT EDITS ARE KEPT IN STEP WITH THE MASTERS IN
*> transedit.cob, REASON CODES AND ALL. A MESSAGE THAT FAILS ONE IS
*> REFUSED WHOLE AT THE KEYBOARD AND ITS SEQUENCE NUMBER IS NOT USED.
*> OPERAUTH FLAGS: 'E' COVERS E, K AND P ENTRIES, 'D' COVERS D AND V
*> ENTRIES, 'S' COVERS S ENTRIES - THE SAME FLAGS THE INTERACTIVE
*> CIPHER SESSION CHECKS FOR THE SAME FUNCTIONS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
    SELECT LISTING-FILE ASSIGN TO "ENTRYLST.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIST-STATUS.
    SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSACTION-FILE.
01  TRANS-RAW PIC X(85).

FD  OPERAUTH-FILE.
01  OPERAUTH-RECORD.
    05 OPR-ID     PIC X(8).
    05 FILLER     PIC X(1).
    05 OPR-PERM-E PIC X(1).
    05 OPR-PERM-D PIC X(1).
    05 OPR-PERM-S PIC X(1).
    05 OPR-PERM-K PIC X(1).
    05 OPR-PERM-B PIC X(1).
    05 OPR-PERM-N PIC X(1).
    05 FILLER     PIC X(1).
    05 OPR-STATUS PIC X(1).

FD  LISTING-FILE.
01  LISTING-LINE PIC X(90).

FD  PARTNER-FILE.
01  PARTNER-RECORD.
    05 PTN-ID      PIC X(4).
    05 FILLER      PIC X(1).
    05 PTN-KEYTYPE PIC X(1).
    05 FILLER      PIC X(1).
    05 PTN-KEYNAME PIC X(20).
    05 FILLER      PIC X(1).
    05 PTN-STATUS  PIC X(1).

WORKING-STORAGE SECTION.
  01 WS-TRANS-STATUS PIC X(2).
  01 WS-AUTH-STATUS PIC X(2).
  01 WS-LIST-STATUS PIC X(2).
  01 WS-TRANS-EOF PIC X(1).
  01 WS-AUTH-EOF PIC X(1).
  01 WS-OPERATOR PIC X(8).
  01 WS-SIGNON-OK PIC X(1) VALUE 'N'.
  01 WS-PERM-E PIC X(1) VALUE 'N'.
  01 WS-PERM-D PIC X(1) VALUE 'N'.
  01 WS-PERM-S PIC X(1) VALUE 'N'.
  01 WS-DEPT-CODE PIC X(4).
  01 WS-DEPT-NAME PIC X(30).
  01 WS-DEPT-FOUND PIC X(1).
  01 WS-MENU-CHOICE PIC X(1).
  01 WS-MENU-EXIT PIC X(1).
  01 WS-MODE PIC X(1).
  01 WS-PREV-SEQ PIC 9(6) VALUE 0.
  01 WS-HAVE-PREV PIC X(1) VALUE 'N'.
  01 WS-NEXT-SEQ PIC 9(6) VALUE 0.
  01 WS-THIS-SEQ PIC 9(6).
  01 WS-REASON PIC X(2).
  01 WS-REASON-TEXT PIC X(50).
  01 WS-KEY-VALUE PIC 99.
  01 WS-KW-IDX PIC 99.
  01 WS-KW-LETTER PIC X(1).
  01 WS-KW-CAND PIC X(1).
  01 WS-KEY-ENTRY PIC X(3).
  01 WS-KEY-SIGN PIC X(1).
  01 WS-KEY-DIGITS PIC X(2).
  01 WS-KEYWORD-ENTRY PIC X(20).
  01 WS-DIGIT-ENTRY PIC X(1).
  01 WS-PARTNER-ENTRY PIC X(4).
  01 WS-PTN-STATUS PIC X(2).
  01 WS-PTN-EOF PIC X(1).
  01 WS-PTN-OK PIC X(1).
  01 WS-PTN-IDX PIC 9(3).
  01 WS-PTN-COUNT PIC 9(3) VALUE 0.
  01 WS-PTN-TABLE.
      05 WS-PTN-ENTRY OCCURS 100 TIMES.
          10 WS-PTN-CODE   PIC X(4).
          10 WS-PTN-ACTIVE PIC X(1).
*> A MESSAGE IS TYPED AS ONE OR MORE LINES, EACH JOINED TO THE LAST
*> WITH A SINGLE SPACE, AND CUT INTO 50-BYTE SEGMENTS AFTERWARD. THE
*> BUFFER HOLDS FIFTY SEGMENTS - FAR LONGER THAN ANY MESSAGE THE
*> DEPARTMENTS HAVE EVER SUBMITTED. THE ENTRY LINE IS WIDER THAN ANY
*> LINE A SUBMITTER SHOULD TYPE; ONE THAT FILLS IT TO THE LAST BYTE
*> MAY HAVE BEEN CUT SHORT BY THE ACCEPT AND IS REFUSED, NOT TAKEN.
  01 WS-ENTRY-LINE PIC X(300).
  01 WS-LINE-LEN PIC 9(3).
  01 WS-MSG-BUFFER PIC X(2500).
  01 WS-MSG-LEN PIC 9(4).
  01 WS-MSG-MAX PIC 9(4) VALUE 2500.
  01 WS-MSG-OVERFLOW PIC X(1).
  01 WS-MSG-DONE PIC X(1).
  01 WS-SEG-COUNT PIC 9(3).
  01 WS-SEG-IDX PIC 9(3).
  01 WS-SEG-START PIC 9(4).
  01 WS-ENTRY-RECORD.
      05 ENT-SEQ        PIC 9(6).
      05 ENT-MODE       PIC X(1).
      05 ENT-TEXT       PIC X(50).
      05 ENT-KEY        PIC X(3).
      05 ENT-KEYWORD    PIC X(20).
      05 ENT-DIGIT-FLAG PIC X(1).
      05 ENT-DEPT       PIC X(4).
  01 WS-ENTRY-RAW REDEFINES WS-ENTRY-RECORD PIC X(85).
  01 WS-COUNT-RECORDS PIC 9(6) VALUE 0.
  01 WS-COUNT-MESSAGES PIC 9(6) VALUE 0.
  01 WS-COUNT-REFUSED PIC 9(6) VALUE 0.
  01 WS-TODAY PIC X(8).
  01 WS-LIST-DETAIL.
      05 LST-SEQ     PIC 9(6).
      05 FILLER      PIC X(2) VALUE SPACES.
      05 LST-MODE    PIC X(1).
      05 FILLER      PIC X(2) VALUE SPACES.
      05 LST-KEY     PIC X(3).
      05 FILLER      PIC X(2) VALUE SPACES.
      05 LST-DIGIT   PIC X(1).
      05 FILLER      PIC X(2) VALUE SPACES.
      05 LST-TEXT    PIC X(50).
      05 FILLER      PIC X(2) VALUE SPACES.
      05 LST-DEPT    PIC X(4).

PROCEDURE DIVISION.
MAIN-LOGIC.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
DISPLAY "Transaction entry. Records are appended to TRANSIN.DAT."
PERFORM SIGN-ON
IF WS-SIGNON-OK NOT = 'Y'
    STOP RUN
END-IF
PERFORM TAKE-DEPARTMENT
PERFORM LOAD-PARTNERS
PERFORM FIND-NEXT-SEQUENCE
OPEN EXTEND TRANSACTION-FILE
IF WS-TRANS-STATUS = '35'
    OPEN OUTPUT TRANSACTION-FILE
END-IF
IF WS-TRANS-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "TRANSIN.DAT" ", file status " WS-TRANS-STATUS
    STOP RUN
END-IF
OPEN OUTPUT LISTING-FILE
IF WS-LIST-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "ENTRYLST.PRT" ", file status " WS-LIST-STATUS
    CLOSE TRANSACTION-FILE
    STOP RUN
END-IF
PERFORM WRITE-LISTING-HEADER
MOVE 'N' TO WS-MENU-EXIT
PERFORM UNTIL WS-MENU-EXIT = 'Y'
    DISPLAY " "
    DISPLAY "Next sequence " WS-NEXT-SEQ ". Enter a message to (E)ncrypt,"
    DISPLAY "(D)ecrypt, (S)olve, (K)eyword encrypt, keyword decrypt (V),"
    DISPLAY "send to a (P)artner, or e(X)it?"
    ACCEPT WS-MENU-CHOICE
    MOVE WS-MENU-CHOICE TO WS-MODE
    INSPECT WS-MODE CONVERTING "edskvpx" TO "EDSKVPX"
    EVALUATE WS-MODE
        WHEN 'E' WHEN 'K' WHEN 'P'
            IF WS-PERM-E = 'Y'
                PERFORM ENTER-MESSAGE
            ELSE
                PERFORM REFUSE-MODE
            END-IF
        WHEN 'D' WHEN 'V'
            IF WS-PERM-D = 'Y'
                PERFORM ENTER-MESSAGE
            ELSE
                PERFORM REFUSE-MODE
            END-IF
        WHEN 'S'
            IF WS-PERM-S = 'Y'
                PERFORM ENTER-MESSAGE
            ELSE
                PERFORM REFUSE-MODE
            END-IF
        WHEN 'X' MOVE 'Y' TO WS-MENU-EXIT
        WHEN OTHER DISPLAY "Please choose E, D, S, K, V, P or X."
    END-EVALUATE
END-PERFORM
PERFORM WRITE-LISTING-FOOTER
CLOSE TRANSACTION-FILE
CLOSE LISTING-FILE
DISPLAY "Entry complete: " WS-COUNT-MESSAGES " message(s) in "
    WS-COUNT-RECORDS " record(s) appended to TRANSIN.DAT, "
    WS-COUNT-REFUSED " refused. Listing on ENTRYLST.PRT."
STOP RUN.

SIGN-ON.
*> THE SAME SIGN-ON THE INTERACTIVE CIPHER SESSION USES: AN OPERATOR
*> NOT ON AN EXISTING FILE (OR MARKED INACTIVE) IS REFUSED; A MISSING
*> FILE WARNS LOUDLY AND ALLOWS EVERYTHING SO A MISPLACED CONTROL
*> FILE DOES NOT STOP THE DEPARTMENTS SUBMITTING WORK.
MOVE 'N' TO WS-SIGNON-OK
DISPLAY "Enter your operator id."
ACCEPT WS-OPERATOR
IF WS-OPERATOR = SPACES
    DISPLAY "An operator id is required; entered traffic is listed under it."
    EXIT PARAGRAPH
END-IF
MOVE 'N' TO WS-AUTH-EOF
OPEN INPUT OPERAUTH-FILE
IF WS-AUTH-STATUS = '35'
    DISPLAY "WARNING: no OPERAUTH.DAT on hand - all entry modes allowed"
    DISPLAY "this session. Restore the authorization file."
    MOVE 'Y' TO WS-PERM-E
    MOVE 'Y' TO WS-PERM-D
    MOVE 'Y' TO WS-PERM-S
    MOVE 'Y' TO WS-SIGNON-OK
    EXIT PARAGRAPH
END-IF
IF WS-AUTH-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "OPERAUTH.DAT" ", file status " WS-AUTH-STATUS
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-AUTH-EOF = 'Y' OR WS-SIGNON-OK = 'Y'
    READ OPERAUTH-FILE
        AT END MOVE 'Y' TO WS-AUTH-EOF
        NOT AT END
            IF OPR-ID = WS-OPERATOR AND OPR-STATUS NOT = 'I'
                MOVE OPR-PERM-E TO WS-PERM-E
                MOVE OPR-PERM-D TO WS-PERM-D
                MOVE OPR-PERM-S TO WS-PERM-S
                MOVE 'Y' TO WS-SIGNON-OK
            END-IF
    END-READ
END-PERFORM
CLOSE OPERAUTH-FILE
IF WS-SIGNON-OK NOT = 'Y'
    DISPLAY "Operator " WS-OPERATOR " is not authorized to sign on."
END-IF.

TAKE-DEPARTMENT.
*> THE DEPARTMENT IS GIVEN ONCE PER SESSION AND STAMPED ON EVERY
*> RECORD, SO EDITS 07 AND 09 ARE SETTLED HERE FOR THE WHOLE BATCH.
MOVE SPACES TO WS-DEPT-CODE
PERFORM UNTIL WS-DEPT-CODE NOT = SPACES
    DISPLAY "Enter your department/account code (required for chargeback)."
    ACCEPT WS-DEPT-CODE
    IF WS-DEPT-CODE NOT = SPACES
        CALL 'DEPTLOOK' USING BY CONTENT WS-DEPT-CODE
            BY REFERENCE WS-DEPT-NAME WS-DEPT-FOUND
        EVALUATE WS-DEPT-FOUND
            WHEN 'Y'
                DISPLAY "Entering for " WS-DEPT-NAME
            WHEN 'M'
                DISPLAY "WARNING: no department master on hand; code accepted unchecked."
            WHEN OTHER
                DISPLAY "Code " WS-DEPT-CODE " is not active on the department master."
                MOVE SPACES TO WS-DEPT-CODE
        END-EVALUATE
    END-IF
END-PERFORM.

FIND-NEXT-SEQUENCE.
*> NEW MESSAGES GO ON THE END OF TRANSIN.DAT, SO THEIR SEQUENCE
*> NUMBERS MUST CLIMB ABOVE THE HIGHEST ONE ALREADY THERE OR
*> TRANSEDIT REJECTS THEM WITH REASON 02. A RECORD WITH A GARBLED
*> SEQUENCE IS SKIPPED - TRANSEDIT WILL BOUNCE IT ON ITS OWN.
MOVE 'N' TO WS-TRANS-EOF
OPEN INPUT TRANSACTION-FILE
IF WS-TRANS-STATUS = '00'
    PERFORM UNTIL WS-TRANS-EOF = 'Y'
        READ TRANSACTION-FILE
            AT END MOVE 'Y' TO WS-TRANS-EOF
            NOT AT END
                IF TRANS-RAW(1:6) IS NUMERIC
                    MOVE TRANS-RAW(1:6) TO WS-THIS-SEQ
                    IF WS-HAVE-PREV = 'N' OR WS-THIS-SEQ > WS-PREV-SEQ
                        MOVE WS-THIS-SEQ TO WS-PREV-SEQ
                        MOVE 'Y' TO WS-HAVE-PREV
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE TRANSACTION-FILE
END-IF
IF WS-HAVE-PREV = 'Y'
    COMPUTE WS-NEXT-SEQ = WS-PREV-SEQ + 1
ELSE
    MOVE 1 TO WS-NEXT-SEQ
END-IF.

REFUSE-MODE.
DISPLAY "Operator " WS-OPERATOR " is not authorized to enter mode "
    WS-MODE " traffic.".

ENTER-MESSAGE.
*> ONE WHOLE MESSAGE: THE TEXT, THEN THE FIELDS ITS MODE NEEDS. THE
*> HEAD RECORD IS BUILT AND EDITED BEFORE ANYTHING IS WRITTEN, SO A
*> REFUSED MESSAGE LEAVES NOTHING BEHIND ON TRANSIN.DAT.
IF WS-HAVE-PREV = 'Y' AND WS-PREV-SEQ = 999999
    DISPLAY "Sequence numbers are exhausted on TRANSIN.DAT; run the batch first."
    EXIT PARAGRAPH
END-IF
PERFORM ACCEPT-MESSAGE-TEXT
IF WS-MSG-OVERFLOW = 'Y'
    DISPLAY "Message longer than " WS-MSG-MAX " characters; not entered."
    ADD 1 TO WS-COUNT-REFUSED
    EXIT PARAGRAPH
END-IF
IF WS-MSG-LEN = 0
    DISPLAY "Nothing entered; message discarded."
    EXIT PARAGRAPH
END-IF
MOVE SPACES TO WS-ENTRY-RECORD
MOVE WS-NEXT-SEQ TO ENT-SEQ
MOVE WS-MODE TO ENT-MODE
MOVE WS-DEPT-CODE TO ENT-DEPT
EVALUATE WS-MODE
    WHEN 'E' WHEN 'D'
        PERFORM ACCEPT-NUMERIC-KEY
        PERFORM ACCEPT-DIGIT-FLAG
    WHEN 'S'
        DISPLAY "Highest shift to try, or blank for the full alphabet."
        PERFORM ACCEPT-NUMERIC-KEY
    WHEN 'K' WHEN 'V'
        DISPLAY "Please enter the cipher keyword."
        ACCEPT WS-KEYWORD-ENTRY
        MOVE WS-KEYWORD-ENTRY TO ENT-KEYWORD
        MOVE '+00' TO ENT-KEY
    WHEN 'P'
        DISPLAY "Please enter the destination partner id."
        MOVE SPACES TO WS-PARTNER-ENTRY
        ACCEPT WS-PARTNER-ENTRY
        INSPECT WS-PARTNER-ENTRY CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        MOVE WS-PARTNER-ENTRY TO ENT-KEYWORD
        MOVE '+00' TO ENT-KEY
END-EVALUATE
PERFORM EDIT-RECORD
IF WS-REASON NOT = SPACES
    PERFORM SET-REASON-TEXT
    DISPLAY "Message refused, edit " WS-REASON ": " WS-REASON-TEXT
    DISPLAY "Nothing was written; sequence " WS-NEXT-SEQ " is still free."
    ADD 1 TO WS-COUNT-REFUSED
    EXIT PARAGRAPH
END-IF
PERFORM WRITE-MESSAGE-RECORDS
DISPLAY "Message " WS-NEXT-SEQ " written as " WS-SEG-COUNT " record(s)."
MOVE WS-NEXT-SEQ TO WS-PREV-SEQ
MOVE 'Y' TO WS-HAVE-PREV
ADD 1 TO WS-COUNT-MESSAGES
IF WS-NEXT-SEQ < 999999
    ADD 1 TO WS-NEXT-SEQ
END-IF.

ACCEPT-MESSAGE-TEXT.
MOVE SPACES TO WS-MSG-BUFFER
MOVE 0 TO WS-MSG-LEN
MOVE 'N' TO WS-MSG-OVERFLOW
MOVE 'N' TO WS-MSG-DONE
DISPLAY "Enter the message text. A long message may run over several"
DISPLAY "lines, each joined to the last by one space; a blank line ends it."
PERFORM UNTIL WS-MSG-DONE = 'Y'
    MOVE SPACES TO WS-ENTRY-LINE
    ACCEPT WS-ENTRY-LINE
    IF WS-ENTRY-LINE = SPACES
        MOVE 'Y' TO WS-MSG-DONE
    ELSE
        IF WS-ENTRY-LINE(LENGTH OF WS-ENTRY-LINE:1) NOT = SPACE
            DISPLAY "Line too long - that line was not taken. Type it again,"
            DISPLAY "continuing it on the next line."
        ELSE
            COMPUTE WS-LINE-LEN = 0
            INSPECT FUNCTION REVERSE(WS-ENTRY-LINE) TALLYING WS-LINE-LEN FOR LEADING SPACES
            COMPUTE WS-LINE-LEN = LENGTH OF WS-ENTRY-LINE - WS-LINE-LEN
            IF WS-MSG-LEN > 0
                ADD 1 TO WS-MSG-LEN
            END-IF
            IF WS-MSG-LEN + WS-LINE-LEN > WS-MSG-MAX
                MOVE 'Y' TO WS-MSG-OVERFLOW
            ELSE
                MOVE WS-ENTRY-LINE(1:WS-LINE-LEN)
                    TO WS-MSG-BUFFER(WS-MSG-LEN + 1:WS-LINE-LEN)
                ADD WS-LINE-LEN TO WS-MSG-LEN
            END-IF
        END-IF
    END-IF
END-PERFORM
COMPUTE WS-SEG-COUNT = (WS-MSG-LEN + 49) / 50.

ACCEPT-NUMERIC-KEY.
*> THE SUBMITTER TYPES THE SHIFT THE NATURAL WAY ("7", "-3", "+12");
*> THE EXPLICIT SIGN AND TWO DIGITS THE LAYOUT WANTS ARE BUILT HERE,
*> SO A MALFORMED KEY FIELD CAN NO LONGER REACH THE FILE. WHAT IS
*> TYPED STILL GOES THROUGH EDIT-NUMERIC-KEY LIKE ANY OTHER RECORD.
IF WS-MODE NOT = 'S'
    DISPLAY "Please enter the cipher key (-25 to +25)."
END-IF
MOVE SPACES TO WS-KEY-ENTRY
ACCEPT WS-KEY-ENTRY
MOVE '+' TO WS-KEY-SIGN
IF WS-KEY-ENTRY(1:1) = '+' OR WS-KEY-ENTRY(1:1) = '-'
    MOVE WS-KEY-ENTRY(1:1) TO WS-KEY-SIGN
    MOVE WS-KEY-ENTRY(2:2) TO WS-KEY-DIGITS
ELSE
    MOVE WS-KEY-ENTRY(1:2) TO WS-KEY-DIGITS
END-IF
IF WS-KEY-DIGITS = SPACES AND WS-MODE = 'S'
    MOVE '00' TO WS-KEY-DIGITS
END-IF
IF WS-KEY-DIGITS(2:1) = SPACE AND WS-KEY-DIGITS(1:1) NOT = SPACE
    MOVE WS-KEY-DIGITS(1:1) TO WS-KEY-DIGITS(2:1)
    MOVE '0' TO WS-KEY-DIGITS(1:1)
END-IF
STRING WS-KEY-SIGN WS-KEY-DIGITS DELIMITED BY SIZE INTO ENT-KEY.

ACCEPT-DIGIT-FLAG.
DISPLAY "Also rotate digits 0-9 using the same key? (Y/N)"
ACCEPT WS-DIGIT-ENTRY
INSPECT WS-DIGIT-ENTRY CONVERTING "yn" TO "YN"
MOVE WS-DIGIT-ENTRY TO ENT-DIGIT-FLAG.

WRITE-MESSAGE-RECORDS.
*> THE HEAD CARRIES THE FIRST 50 BYTES IN THE CHOSEN MODE; EVERY
*> FURTHER 50 BYTES GOES ON A 'C' CONTINUATION UNDER THE SAME
*> SEQUENCE, DIRECTLY BEHIND IT, WHICH IS THE ONLY PLACE TRANSEDIT
*> ACCEPTS ONE. CONTINUATIONS CARRY THE HEAD'S KEY, KEYWORD, DIGIT
*> FLAG AND DEPARTMENT FOR THE READER'S BENEFIT; THE BATCH TAKES
*> THOSE FROM THE HEAD REGARDLESS.
PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > WS-SEG-COUNT
    COMPUTE WS-SEG-START = (WS-SEG-IDX - 1) * 50 + 1
    MOVE WS-MSG-BUFFER(WS-SEG-START:50) TO ENT-TEXT
    IF WS-SEG-IDX > 1
        MOVE 'C' TO ENT-MODE
    END-IF
    MOVE WS-ENTRY-RAW TO TRANS-RAW
    WRITE TRANS-RAW
    ADD 1 TO WS-COUNT-RECORDS
    PERFORM WRITE-LISTING-DETAIL
END-PERFORM.

EDIT-RECORD.
*> THE HEAD RECORD FACES THE SAME CONTENT EDITS AS IN transedit.cob
*> (FIRST FAILURE WINS). THE SEQUENCE IS ASSIGNED HERE AND SO ALWAYS
*> PASSES 01/02; THE DEPARTMENT WAS SETTLED AT SIGN-ON (07/09); THE
*> CONTINUATIONS ARE BUILT IN PLACE AND SO CANNOT FAIL 08.
MOVE SPACES TO WS-REASON
IF WS-ENTRY-RAW(1:6) IS NOT NUMERIC
    MOVE '01' TO WS-REASON
ELSE
    MOVE ENT-SEQ TO WS-THIS-SEQ
    IF WS-HAVE-PREV = 'Y' AND WS-THIS-SEQ NOT > WS-PREV-SEQ
        MOVE '02' TO WS-REASON
    END-IF
END-IF
IF WS-REASON = SPACES
    EVALUATE ENT-MODE
        WHEN 'E' WHEN 'D' WHEN 'S'
            PERFORM EDIT-NUMERIC-KEY
        WHEN 'K' WHEN 'V'
            PERFORM EDIT-KEYWORD
        WHEN 'P'
            PERFORM CHECK-PARTNER
        WHEN OTHER
            MOVE '03' TO WS-REASON
    END-EVALUATE
END-IF
IF WS-REASON = SPACES
    IF ENT-DIGIT-FLAG NOT = 'Y' AND ENT-DIGIT-FLAG NOT = 'N'
        AND ENT-DIGIT-FLAG NOT = SPACE
        MOVE '06' TO WS-REASON
    END-IF
END-IF
IF WS-REASON = SPACES AND ENT-DEPT = SPACES
    MOVE '07' TO WS-REASON
END-IF.

EDIT-NUMERIC-KEY.
IF (WS-ENTRY-RAW(58:1) NOT = '+' AND WS-ENTRY-RAW(58:1) NOT = '-')
    OR WS-ENTRY-RAW(59:2) IS NOT NUMERIC
    MOVE '04' TO WS-REASON
ELSE
    MOVE WS-ENTRY-RAW(59:2) TO WS-KEY-VALUE
    IF WS-KEY-VALUE > 25
        MOVE '04' TO WS-REASON
    END-IF
END-IF.

EDIT-KEYWORD.
MOVE 'N' TO WS-KW-LETTER
PERFORM VARYING WS-KW-IDX FROM 1 BY 1
        UNTIL WS-KW-IDX > 20 OR WS-KW-LETTER = 'Y'
    MOVE ENT-KEYWORD(WS-KW-IDX:1) TO WS-KW-CAND
    INSPECT WS-KW-CAND CONVERTING
    "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    IF WS-KW-CAND >= 'A' AND WS-KW-CAND <= 'Z'
        MOVE 'Y' TO WS-KW-LETTER
    END-IF
END-PERFORM
IF WS-KW-LETTER = 'N'
    MOVE '05' TO WS-REASON
END-IF.

LOAD-PARTNERS.
*> PARTNERS.DAT IS READ ONCE PER SESSION. WITHOUT IT NO PARTNER CAN BE
*> CONFIRMED, SO PARTNER ENTRIES ARE REFUSED - THE SAME ANSWER
*> TRANSEDIT WOULD GIVE THEM OVERNIGHT.
MOVE 'N' TO WS-PTN-EOF
OPEN INPUT PARTNER-FILE
IF WS-PTN-STATUS NOT = '00'
    DISPLAY "WARNING: PARTNERS.DAT not readable (status " WS-PTN-STATUS
        "); partner entries will be refused this session."
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-PTN-EOF = 'Y'
    READ PARTNER-FILE
        AT END MOVE 'Y' TO WS-PTN-EOF
        NOT AT END
            IF WS-PTN-COUNT < 100 AND PTN-ID NOT = SPACES
                ADD 1 TO WS-PTN-COUNT
                MOVE PTN-ID TO WS-PTN-CODE(WS-PTN-COUNT)
                IF PTN-STATUS = 'I'
                    MOVE 'N' TO WS-PTN-ACTIVE(WS-PTN-COUNT)
                ELSE
                    MOVE 'Y' TO WS-PTN-ACTIVE(WS-PTN-COUNT)
                END-IF
            END-IF
    END-READ
END-PERFORM
CLOSE PARTNER-FILE.

CHECK-PARTNER.
MOVE 'N' TO WS-PTN-OK
PERFORM VARYING WS-PTN-IDX FROM 1 BY 1
        UNTIL WS-PTN-IDX > WS-PTN-COUNT OR WS-PTN-OK = 'Y'
    IF WS-PTN-CODE(WS-PTN-IDX) = ENT-KEYWORD(1:4)
        AND WS-PTN-ACTIVE(WS-PTN-IDX) = 'Y'
        MOVE 'Y' TO WS-PTN-OK
    END-IF
END-PERFORM
IF WS-PTN-OK = 'N' OR ENT-KEYWORD(1:4) = SPACES
    MOVE '10' TO WS-REASON
END-IF.

SET-REASON-TEXT.
EVALUATE WS-REASON
    WHEN '01' MOVE "sequence number not numeric" TO WS-REASON-TEXT
    WHEN '02' MOVE "sequence number duplicate or out of order" TO WS-REASON-TEXT
    WHEN '03' MOVE "unknown transaction mode" TO WS-REASON-TEXT
    WHEN '04' MOVE "cipher key not a signed number in -25..+25" TO WS-REASON-TEXT
    WHEN '05' MOVE "keyword contains no letters" TO WS-REASON-TEXT
    WHEN '06' MOVE "digit flag not Y, N or blank" TO WS-REASON-TEXT
    WHEN '07' MOVE "department/account code missing" TO WS-REASON-TEXT
    WHEN '10' MOVE "partner not active on PARTNERS.DAT" TO WS-REASON-TEXT
    WHEN OTHER MOVE "unrecognised reason code" TO WS-REASON-TEXT
END-EVALUATE.

WRITE-LISTING-HEADER.
MOVE SPACES TO LISTING-LINE
STRING "TRANSACTION ENTRY BATCH LISTING - " WS-TODAY
    "  OPERATOR " WS-OPERATOR "  DEPT " WS-DEPT-CODE
    DELIMITED BY SIZE INTO LISTING-LINE
WRITE LISTING-LINE
MOVE SPACES TO LISTING-LINE
STRING "FIRST SEQUENCE ASSIGNED " WS-NEXT-SEQ
    " - RECORDS APPENDED TO TRANSIN.DAT"
    DELIMITED BY SIZE INTO LISTING-LINE
WRITE LISTING-LINE
MOVE SPACES TO LISTING-LINE
WRITE LISTING-LINE
MOVE "SEQ     M  KEY  F  TEXT                                                DEPT"
    TO LISTING-LINE
WRITE LISTING-LINE.

WRITE-LISTING-DETAIL.
MOVE ENT-SEQ TO LST-SEQ
MOVE ENT-MODE TO LST-MODE
MOVE ENT-KEY TO LST-KEY
MOVE ENT-DIGIT-FLAG TO LST-DIGIT
MOVE ENT-TEXT TO LST-TEXT
MOVE ENT-DEPT TO LST-DEPT
MOVE WS-LIST-DETAIL TO LISTING-LINE
WRITE LISTING-LINE.

WRITE-LISTING-FOOTER.
MOVE SPACES TO LISTING-LINE
WRITE LISTING-LINE
MOVE SPACES TO LISTING-LINE
STRING "RECORDS WRITTEN: " WS-COUNT-RECORDS
    "   MESSAGES: " WS-COUNT-MESSAGES
    "   REFUSED AT ENTRY: " WS-COUNT-REFUSED
    DELIMITED BY SIZE INTO LISTING-LINE
WRITE LISTING-LINE.

IDENTIFICATION DIVISION.
PROGRAM-ID. DEPTLOOK.
*> RESOLVES A DEPARTMENT/ACCOUNT CODE AGAINST DEPTMAST.DAT - KEPT IN
*> STEP WITH THE MASTER COPY IN ceasercipher2.cob: RETURNS THE
*> DEPARTMENT NAME AND A RESULT BYTE - 'Y' THE CODE IS ACTIVE, 'N'
*> IT IS NOT ON FILE OR IS MARKED INACTIVE, 'M' THERE IS NO MASTER
*> FILE TO CHECK AGAINST (THE CALLER DECIDES WHAT GRACE THAT GETS).
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAST-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DEPTMAST-FILE.
01  DEPTMAST-RECORD.
    05 DEPT-CODE    PIC X(4).
    05 FILLER       PIC X(1).
    05 DEPT-NAME    PIC X(30).
    05 FILLER       PIC X(1).
    05 DEPT-STATUS  PIC X(1).
    05 FILLER       PIC X(1).
    05 DEPT-CONTACT PIC X(20).
    05 FILLER       PIC X(1).
    05 DEPT-COST-CENTER PIC X(10).
WORKING-STORAGE SECTION.
  01 WS-MAST-STATUS PIC X(2).
  01 WS-MAST-EOF PIC X(1).
LINKAGE SECTION.
  01 LOOKUP-CODE   PIC X(4).
  01 LOOKUP-NAME   PIC X(30).
  01 LOOKUP-RESULT PIC X(1).
PROCEDURE DIVISION USING LOOKUP-CODE LOOKUP-NAME LOOKUP-RESULT.
MOVE 'N' TO LOOKUP-RESULT
MOVE SPACES TO LOOKUP-NAME
MOVE 'N' TO WS-MAST-EOF
OPEN INPUT DEPTMAST-FILE
IF WS-MAST-STATUS NOT = '00'
    MOVE 'M' TO LOOKUP-RESULT
    EXIT PROGRAM
END-IF
PERFORM UNTIL WS-MAST-EOF = 'Y' OR LOOKUP-RESULT = 'Y'
    READ DEPTMAST-FILE
        AT END MOVE 'Y' TO WS-MAST-EOF
        NOT AT END
            IF DEPT-CODE = LOOKUP-CODE AND DEPT-STATUS NOT = 'I'
                MOVE DEPT-NAME TO LOOKUP-NAME
                MOVE 'Y' TO LOOKUP-RESULT
            END-IF
    END-READ
END-PERFORM
CLOSE DEPTMAST-FILE.
EXIT PROGRAM.
END PROGRAM DEPTLOOK.
