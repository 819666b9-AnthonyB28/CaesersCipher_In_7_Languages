IDENTIFICATION DIVISION.
PROGRAM-ID. RATEMAINT.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. MENU-DRIVEN MAINTENANCE OF THE
*>            CHARGEBACK RATE TABLE RATES.DAT, IN THE STYLE OF
*>            KEYMAINT: ADD A RATE FOR AN OPERATION CLASS FROM AN
*>            EFFECTIVE DATE, CHANGE ONE, WITHDRAW ONE, OR LIST THE
*>            TABLE. ALSO KEEPS THE GL SETTINGS ON GLCTL.DAT THAT
*>            CHARGEBCK NEEDS FOR THE MONTH-END POSTING FILE. EVERY
*>            CHANGE IS STAMPED TO RATEAUDT.DAT (WHO, WHEN, OLD VALUE,
*>            NEW VALUE) SO FINANCE CAN SEE WHY A BILL MOVED.
*>
*> RATES.DAT RECORD LAYOUT (CHARGEBCK READS THE SAME LAYOUT AND MUST
*> STAY IN STEP WITH IT):
*>   CLASS X(8), BLANK, EFFECTIVE DATE X(8) YYYYMMDD, BLANK,
*>   RATE PER MESSAGE 9(3)V9(4) (UNEDITED, 4 IMPLIED DECIMALS),
*>   BLANK, STATUS X(1) ('A' = ACTIVE, 'I' = WITHDRAWN).
*> THE CLASSES ARE ENCRYPT, DECRYPT, SOLVE (BATCH BRUTE-FORCE SOLVE),
*> SOLVEK (KEYWORD SOLVE) AND INBOUND (PARTNER FILES DECRYPTED BY
*> INBOUND). A CLASS MAY HAVE SEVERAL RATES; A MESSAGE IS PRICED AT
*> THE ACTIVE RATE WITH THE LATEST EFFECTIVE DATE ON OR BEFORE THE
*> DAY IT WAS JOURNALED, SO A PRICE RISE IS STAGED BY ADDING A RATE
*> WITH A FUTURE EFFECTIVE DATE. A WITHDRAWN RATE STAYS ON FILE FOR
*> THE HISTORY BUT IS NEVER USED.
*>
*> GLCTL.DAT IS ONE LINE: OPERATIONS RECOVERY ACCOUNT X(10) (CREDITED
*> WITH THE MONTH'S TOTAL), BLANK, INBOUND BILL-TO DEPARTMENT X(4)
*> (PARTNER FILES ARRIVE WITH NO DEPARTMENT, SO THEIR DECRYPTS ARE
*> CHARGED TO THIS ONE).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-FILE ASSIGN TO "RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
    SELECT GLCTL-FILE ASSIGN TO "GLCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLCTL-STATUS.
    SELECT RATEAUDT-FILE ASSIGN TO "RATEAUDT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RATE-FILE.
01  RATE-RECORD.
    05 RATE-CLASS    PIC X(8).
    05 FILLER        PIC X(1).
    05 RATE-EFF-DATE PIC X(8).
    05 FILLER        PIC X(1).
    05 RATE-AMOUNT   PIC 9(3)V9(4).
    05 FILLER        PIC X(1).
    05 RATE-STATUS   PIC X(1).

FD  GLCTL-FILE.
01  GLCTL-RECORD.
    05 GLC-RECOVERY-ACCT PIC X(10).
    05 FILLER            PIC X(1).
    05 GLC-INBOUND-DEPT  PIC X(4).

FD  RATEAUDT-FILE.
01  RATEAUDT-LINE PIC X(90).

WORKING-STORAGE SECTION.
  01 WS-RATE-STATUS PIC X(2).
  01 WS-GLCTL-STATUS PIC X(2).
  01 WS-AUDIT-STATUS PIC X(2).
  01 WS-RATE-EOF PIC X(1).
  01 WS-OPERATOR PIC X(8).
  01 WS-MENU-CHOICE PIC X(1).
  01 WS-MENU-EXIT PIC X(1).
  01 WS-TODAY PIC X(8).
  01 WS-WORK-CLASS PIC X(8).
  01 WS-CLASS-OK PIC X(1).
  01 WS-DATE-IN PIC X(8).
  01 WS-FIELD-IN PIC X(10).
  01 WS-RATE-TEXT PIC X(10).
  01 WS-RATE-IN PIC 9(3)V9(4).
  01 WS-RATE-NUM PIC S9(5)V9(6).
  01 WS-RATE-OK PIC X(1).
  01 WS-RATE-EDIT PIC ZZ9.9999.
  01 WS-RATE-IDX PIC 999.
  01 WS-RATE-HIT PIC 999.
  01 WS-RATE-MATCHES PIC 999.
  01 WS-OCC-IN PIC X(3).
  01 WS-OCC-NUM PIC 999.
  01 WS-OCC-SEEN PIC 999.
  01 WS-RATE-COUNT PIC 999 VALUE 0.
  01 WS-RATE-TABLE.
      05 WS-RATE-ENTRY OCCURS 200 TIMES.
          10 WS-ENT-CLASS    PIC X(8).
          10 WS-ENT-EFF-DATE PIC X(8).
          10 WS-ENT-AMOUNT   PIC 9(3)V9(4).
          10 WS-ENT-STATUS   PIC X(1).
  01 WS-RECOVERY-ACCT PIC X(10) VALUE SPACES.
  01 WS-INBOUND-DEPT PIC X(4) VALUE SPACES.
  01 WS-AUDIT-FIRST PIC X(1) VALUE 'Y'.
  01 AUDIT-OUT.
      05 AUD-TIMESTAMP PIC X(21).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 AUD-OPERATOR  PIC X(8).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 AUD-ACTION    PIC X(8).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 AUD-CLASS     PIC X(8).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 AUD-EFF-DATE  PIC X(8).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 AUD-OLD-VALUE PIC X(10).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 AUD-NEW-VALUE PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
DISPLAY "Chargeback rate maintenance. Enter your operator id."
ACCEPT WS-OPERATOR
IF WS-OPERATOR = SPACES
    DISPLAY "An operator id is required so changes can be audited."
    STOP RUN
END-IF
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
PERFORM LOAD-RATE-TABLE
PERFORM LOAD-GL-SETTINGS
MOVE 'N' TO WS-MENU-EXIT
PERFORM UNTIL WS-MENU-EXIT = 'Y'
    DISPLAY " "
    DISPLAY "(A)dd rate, (C)hange rate, (W)ithdraw rate, (L)ist, (G)L settings, e(X)it?"
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN 'A' WHEN 'a' PERFORM ADD-RATE
        WHEN 'C' WHEN 'c' PERFORM CHANGE-RATE
        WHEN 'W' WHEN 'w' PERFORM WITHDRAW-RATE
        WHEN 'L' WHEN 'l' PERFORM LIST-RATES
        WHEN 'G' WHEN 'g' PERFORM CHANGE-GL-SETTINGS
        WHEN 'X' WHEN 'x' MOVE 'Y' TO WS-MENU-EXIT
        WHEN OTHER DISPLAY "Please choose A, C, W, L, G or X."
    END-EVALUATE
END-PERFORM
PERFORM CLOSE-AUDIT
STOP RUN.

LOAD-RATE-TABLE.
MOVE 0 TO WS-RATE-COUNT
MOVE 'N' TO WS-RATE-EOF
OPEN INPUT RATE-FILE
IF WS-RATE-STATUS = '35'
    DISPLAY "RATES.DAT not found; starting with an empty rate table."
ELSE
    IF WS-RATE-STATUS NOT = '00'
        DISPLAY "ERROR: unable to open " "RATES.DAT" ", file status " WS-RATE-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-RATE-EOF = 'Y'
        READ RATE-FILE
            AT END MOVE 'Y' TO WS-RATE-EOF
            NOT AT END
                IF WS-RATE-COUNT < 200
                    ADD 1 TO WS-RATE-COUNT
                    MOVE RATE-CLASS TO WS-ENT-CLASS(WS-RATE-COUNT)
                    MOVE RATE-EFF-DATE TO WS-ENT-EFF-DATE(WS-RATE-COUNT)
                    MOVE RATE-AMOUNT TO WS-ENT-AMOUNT(WS-RATE-COUNT)
                    MOVE RATE-STATUS TO WS-ENT-STATUS(WS-RATE-COUNT)
                ELSE
                    DISPLAY "WARNING: rate table full; record for " RATE-CLASS
                        " " RATE-EFF-DATE " not loaded."
                END-IF
        END-READ
    END-PERFORM
    CLOSE RATE-FILE
END-IF
DISPLAY WS-RATE-COUNT " rate record(s) loaded.".

LOAD-GL-SETTINGS.
OPEN INPUT GLCTL-FILE
IF WS-GLCTL-STATUS = '35'
    DISPLAY "GLCTL.DAT not found; GL settings start blank."
ELSE
    IF WS-GLCTL-STATUS NOT = '00'
        DISPLAY "ERROR: unable to open " "GLCTL.DAT" ", file status " WS-GLCTL-STATUS
        STOP RUN
    END-IF
    READ GLCTL-FILE
        NOT AT END
            MOVE GLC-RECOVERY-ACCT TO WS-RECOVERY-ACCT
            MOVE GLC-INBOUND-DEPT TO WS-INBOUND-DEPT
    END-READ
    CLOSE GLCTL-FILE
END-IF.

REWRITE-RATE-FILE.
*> LINE SEQUENTIAL HAS NO REWRITE-IN-PLACE, SO EVERY COMMITTED CHANGE
*> REWRITES THE WHOLE (SMALL) FILE FROM THE IN-STORAGE TABLE, THE
*> SAME WAY KEYMAINT KEEPS KEYNAMES.DAT.
OPEN OUTPUT RATE-FILE
IF WS-RATE-STATUS NOT = '00'
    DISPLAY "ERROR: unable to rewrite " "RATES.DAT" ", file status " WS-RATE-STATUS
ELSE
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1 UNTIL WS-RATE-IDX > WS-RATE-COUNT
        MOVE SPACES TO RATE-RECORD
        MOVE WS-ENT-CLASS(WS-RATE-IDX) TO RATE-CLASS
        MOVE WS-ENT-EFF-DATE(WS-RATE-IDX) TO RATE-EFF-DATE
        MOVE WS-ENT-AMOUNT(WS-RATE-IDX) TO RATE-AMOUNT
        MOVE WS-ENT-STATUS(WS-RATE-IDX) TO RATE-STATUS
        WRITE RATE-RECORD
    END-PERFORM
    CLOSE RATE-FILE
END-IF.

REWRITE-GL-SETTINGS.
OPEN OUTPUT GLCTL-FILE
IF WS-GLCTL-STATUS NOT = '00'
    DISPLAY "ERROR: unable to rewrite " "GLCTL.DAT" ", file status " WS-GLCTL-STATUS
ELSE
    MOVE SPACES TO GLCTL-RECORD
    MOVE WS-RECOVERY-ACCT TO GLC-RECOVERY-ACCT
    MOVE WS-INBOUND-DEPT TO GLC-INBOUND-DEPT
    WRITE GLCTL-RECORD
    CLOSE GLCTL-FILE
END-IF.

GET-CLASS-IN.
*> ONLY THE FIVE CLASSES CHARGEBCK KNOWS HOW TO COUNT ARE ACCEPTED;
*> A RATE FILED UNDER ANY OTHER NAME WOULD NEVER BE USED.
MOVE 'N' TO WS-CLASS-OK
DISPLAY "Operation class: ENCRYPT, DECRYPT, SOLVE, SOLVEK or INBOUND."
ACCEPT WS-WORK-CLASS
MOVE FUNCTION UPPER-CASE(WS-WORK-CLASS) TO WS-WORK-CLASS
IF WS-WORK-CLASS = 'ENCRYPT' OR WS-WORK-CLASS = 'DECRYPT'
    OR WS-WORK-CLASS = 'SOLVE' OR WS-WORK-CLASS = 'SOLVEK'
    OR WS-WORK-CLASS = 'INBOUND'
    MOVE 'Y' TO WS-CLASS-OK
ELSE
    DISPLAY "That is not one of the billed classes; no change made."
END-IF.

GET-RATE-IN.
*> A RATE ARRIVES AS TYPED TEXT ("0.25", ".0125", "3") - ACCEPTING
*> STRAIGHT INTO A NUMERIC ITEM MISPLACES THE DECIMAL POINT, SO IT IS
*> TAKEN AS TEXT AND CONVERTED, THEN RANGE-CHECKED.
MOVE 'N' TO WS-RATE-OK
ACCEPT WS-RATE-TEXT
IF WS-RATE-TEXT = SPACES OR FUNCTION TEST-NUMVAL(WS-RATE-TEXT) NOT = 0
    DISPLAY "That is not a number; no change made."
ELSE
    COMPUTE WS-RATE-NUM = FUNCTION NUMVAL(WS-RATE-TEXT)
    IF WS-RATE-NUM < 0 OR WS-RATE-NUM > 999.9999
        DISPLAY "Rates run from 0 to 999.9999 per message; no change made."
    ELSE
        MOVE WS-RATE-NUM TO WS-RATE-IN
        MOVE 'Y' TO WS-RATE-OK
    END-IF
END-IF.

GET-DATE-IN.
*> AN EFFECTIVE DATE IS REQUIRED AND MUST BE AN 8-DIGIT YYYYMMDD;
*> ANYTHING ELSE COMES BACK BLANK AND THE CALLER MAKES NO CHANGE.
ACCEPT WS-DATE-IN
IF WS-DATE-IN = SPACES OR WS-DATE-IN IS NOT NUMERIC
    DISPLAY "Dates must be YYYYMMDD; no change made."
    MOVE SPACES TO WS-DATE-IN
END-IF.

FIND-RATE.
*> LOCATES EVERY RECORD OF WS-WORK-CLASS: WS-RATE-HIT GETS THE FIRST
*> OCCURRENCE (0 WHEN THE CLASS HAS NO RATES) AND WS-RATE-MATCHES THE
*> COUNT, AS FIND-KEY DOES IN KEYMAINT.
MOVE 0 TO WS-RATE-HIT
MOVE 0 TO WS-RATE-MATCHES
PERFORM VARYING WS-RATE-IDX FROM 1 BY 1 UNTIL WS-RATE-IDX > WS-RATE-COUNT
    IF WS-ENT-CLASS(WS-RATE-IDX) = WS-WORK-CLASS
        ADD 1 TO WS-RATE-MATCHES
        IF WS-RATE-HIT = 0
            MOVE WS-RATE-IDX TO WS-RATE-HIT
        END-IF
    END-IF
END-PERFORM.

PICK-RATE-OCCURRENCE.
*> A CLASS USUALLY HAS SEVERAL RATES (ONE PER PRICE CHANGE), SO EVERY
*> OCCURRENCE IS LISTED WITH ITS DATE, RATE AND STATUS AND THE
*> OPERATOR SAYS WHICH ONE TO WORK ON. AN ANSWER THAT IS NOT A VALID
*> OCCURRENCE NUMBER CANCELS THE OPERATION (WS-RATE-HIT COMES BACK 0).
IF WS-RATE-MATCHES > 1
    DISPLAY WS-WORK-CLASS " has " WS-RATE-MATCHES " rates on file:"
    MOVE 0 TO WS-OCC-SEEN
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT
        IF WS-ENT-CLASS(WS-RATE-IDX) = WS-WORK-CLASS
            ADD 1 TO WS-OCC-SEEN
            MOVE WS-ENT-AMOUNT(WS-RATE-IDX) TO WS-RATE-EDIT
            DISPLAY "  (" WS-OCC-SEEN ") " WS-ENT-EFF-DATE(WS-RATE-IDX)
                "  " WS-RATE-EDIT "  " WS-ENT-STATUS(WS-RATE-IDX)
        END-IF
    END-PERFORM
    DISPLAY "Which occurrence?"
    ACCEPT WS-OCC-IN
    MOVE 0 TO WS-RATE-HIT
    IF WS-OCC-IN NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-OCC-IN) = 0
        COMPUTE WS-OCC-NUM = FUNCTION NUMVAL(WS-OCC-IN)
        IF WS-OCC-NUM >= 1 AND WS-OCC-NUM <= WS-RATE-MATCHES
            MOVE 0 TO WS-OCC-SEEN
            PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                    UNTIL WS-RATE-IDX > WS-RATE-COUNT
                IF WS-ENT-CLASS(WS-RATE-IDX) = WS-WORK-CLASS
                    ADD 1 TO WS-OCC-SEEN
                    IF WS-OCC-SEEN = WS-OCC-NUM
                        MOVE WS-RATE-IDX TO WS-RATE-HIT
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-IF
    IF WS-RATE-HIT = 0
        DISPLAY "That is not one of the occurrences; no change made."
    END-IF
END-IF.

ADD-RATE.
PERFORM GET-CLASS-IN
IF WS-CLASS-OK NOT = 'Y'
    EXIT PARAGRAPH
END-IF
IF WS-RATE-COUNT >= 200
    DISPLAY "Rate table is full; no change made."
    EXIT PARAGRAPH
END-IF
DISPLAY "Effective date YYYYMMDD."
PERFORM GET-DATE-IN
IF WS-DATE-IN = SPACES
    EXIT PARAGRAPH
END-IF
*> ONE ACTIVE RATE PER CLASS AND DAY - TWO WOULD LEAVE THE PRICE OF A
*> MESSAGE DEPENDING ON THE ORDER OF THE FILE.
PERFORM VARYING WS-RATE-IDX FROM 1 BY 1 UNTIL WS-RATE-IDX > WS-RATE-COUNT
    IF WS-ENT-CLASS(WS-RATE-IDX) = WS-WORK-CLASS
        AND WS-ENT-EFF-DATE(WS-RATE-IDX) = WS-DATE-IN
        AND WS-ENT-STATUS(WS-RATE-IDX) = 'A'
        DISPLAY WS-WORK-CLASS " already has an active rate from " WS-DATE-IN
        DISPLAY "Use (C)hange to alter it; no change made."
        EXIT PARAGRAPH
    END-IF
END-PERFORM
IF WS-DATE-IN < WS-TODAY
    DISPLAY "NOTE: that date is in the past; a month already billed will"
    DISPLAY "price differently if CHARGEBCK is run for it again."
END-IF
DISPLAY "Rate per message (up to 4 decimal places)."
PERFORM GET-RATE-IN
IF WS-RATE-OK NOT = 'Y'
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-RATE-COUNT
MOVE WS-WORK-CLASS TO WS-ENT-CLASS(WS-RATE-COUNT)
MOVE WS-DATE-IN TO WS-ENT-EFF-DATE(WS-RATE-COUNT)
MOVE WS-RATE-IN TO WS-ENT-AMOUNT(WS-RATE-COUNT)
MOVE 'A' TO WS-ENT-STATUS(WS-RATE-COUNT)
PERFORM REWRITE-RATE-FILE
MOVE 'ADD' TO AUD-ACTION
MOVE WS-WORK-CLASS TO AUD-CLASS
MOVE WS-DATE-IN TO AUD-EFF-DATE
MOVE SPACES TO AUD-OLD-VALUE
MOVE WS-RATE-IN TO WS-RATE-EDIT
MOVE WS-RATE-EDIT TO AUD-NEW-VALUE
PERFORM WRITE-AUDIT
DISPLAY "Rate for " WS-WORK-CLASS " from " WS-DATE-IN " added.".

CHANGE-RATE.
PERFORM GET-CLASS-IN
IF WS-CLASS-OK NOT = 'Y'
    EXIT PARAGRAPH
END-IF
PERFORM FIND-RATE
IF WS-RATE-HIT = 0
    DISPLAY WS-WORK-CLASS " has no rates on file."
    EXIT PARAGRAPH
END-IF
PERFORM PICK-RATE-OCCURRENCE
IF WS-RATE-HIT = 0
    EXIT PARAGRAPH
END-IF
IF WS-ENT-STATUS(WS-RATE-HIT) = 'I'
    DISPLAY "That rate has been withdrawn; add a new one instead."
    EXIT PARAGRAPH
END-IF
MOVE WS-ENT-AMOUNT(WS-RATE-HIT) TO WS-RATE-EDIT
DISPLAY "Current rate is " WS-RATE-EDIT " from " WS-ENT-EFF-DATE(WS-RATE-HIT)
    ". Enter the new rate per message."
IF WS-ENT-EFF-DATE(WS-RATE-HIT) <= WS-TODAY
    DISPLAY "NOTE: this rate is already in effect; a month already billed"
    DISPLAY "will price differently if CHARGEBCK is run for it again."
END-IF
PERFORM GET-RATE-IN
IF WS-RATE-OK NOT = 'Y'
    EXIT PARAGRAPH
END-IF
MOVE WS-RATE-EDIT TO AUD-OLD-VALUE
MOVE WS-RATE-IN TO WS-ENT-AMOUNT(WS-RATE-HIT)
PERFORM REWRITE-RATE-FILE
MOVE 'CHANGE' TO AUD-ACTION
MOVE WS-WORK-CLASS TO AUD-CLASS
MOVE WS-ENT-EFF-DATE(WS-RATE-HIT) TO AUD-EFF-DATE
MOVE WS-RATE-IN TO WS-RATE-EDIT
MOVE WS-RATE-EDIT TO AUD-NEW-VALUE
PERFORM WRITE-AUDIT
DISPLAY "Rate for " WS-WORK-CLASS " changed.".

WITHDRAW-RATE.
*> WITHDRAWAL, NOT DELETION: THE RECORD STAYS ON FILE SO THE AUDIT
*> TRAIL AND THE TABLE AGREE, BUT CHARGEBCK NO LONGER USES IT AND THE
*> PREVIOUS RATE FOR THE CLASS CARRIES ON IN ITS PLACE.
PERFORM GET-CLASS-IN
IF WS-CLASS-OK NOT = 'Y'
    EXIT PARAGRAPH
END-IF
PERFORM FIND-RATE
IF WS-RATE-HIT = 0
    DISPLAY WS-WORK-CLASS " has no rates on file."
    EXIT PARAGRAPH
END-IF
PERFORM PICK-RATE-OCCURRENCE
IF WS-RATE-HIT = 0
    EXIT PARAGRAPH
END-IF
IF WS-ENT-STATUS(WS-RATE-HIT) = 'I'
    DISPLAY "That rate is already withdrawn."
    EXIT PARAGRAPH
END-IF
MOVE 'I' TO WS-ENT-STATUS(WS-RATE-HIT)
PERFORM REWRITE-RATE-FILE
MOVE 'WITHDRAW' TO AUD-ACTION
MOVE WS-WORK-CLASS TO AUD-CLASS
MOVE WS-ENT-EFF-DATE(WS-RATE-HIT) TO AUD-EFF-DATE
MOVE WS-ENT-AMOUNT(WS-RATE-HIT) TO WS-RATE-EDIT
MOVE WS-RATE-EDIT TO AUD-OLD-VALUE
MOVE SPACES TO AUD-NEW-VALUE
PERFORM WRITE-AUDIT
DISPLAY "Rate for " WS-WORK-CLASS " from " WS-ENT-EFF-DATE(WS-RATE-HIT)
    " withdrawn.".

LIST-RATES.
DISPLAY "CLASS    EFFECTIVE     RATE ST"
PERFORM VARYING WS-RATE-IDX FROM 1 BY 1 UNTIL WS-RATE-IDX > WS-RATE-COUNT
    MOVE WS-ENT-AMOUNT(WS-RATE-IDX) TO WS-RATE-EDIT
    DISPLAY WS-ENT-CLASS(WS-RATE-IDX) " " WS-ENT-EFF-DATE(WS-RATE-IDX)
        "  " WS-RATE-EDIT "  " WS-ENT-STATUS(WS-RATE-IDX)
END-PERFORM
DISPLAY " "
DISPLAY "Recovery account:           " WS-RECOVERY-ACCT
DISPLAY "Inbound bill-to department: " WS-INBOUND-DEPT.

CHANGE-GL-SETTINGS.
*> EACH SETTING THAT ACTUALLY CHANGES GETS ITS OWN AUDIT LINE, WITH THE
*> CLASS AND DATE FIELDS LEFT BLANK.
DISPLAY "Current recovery account: " WS-RECOVERY-ACCT
DISPLAY "New operations recovery account, or blank to keep it."
ACCEPT WS-FIELD-IN
IF WS-FIELD-IN NOT = SPACES AND WS-FIELD-IN NOT = WS-RECOVERY-ACCT
    MOVE WS-RECOVERY-ACCT TO AUD-OLD-VALUE
    MOVE WS-FIELD-IN TO WS-RECOVERY-ACCT
    PERFORM REWRITE-GL-SETTINGS
    MOVE 'GLACCT' TO AUD-ACTION
    MOVE SPACES TO AUD-CLASS
    MOVE SPACES TO AUD-EFF-DATE
    MOVE WS-RECOVERY-ACCT TO AUD-NEW-VALUE
    PERFORM WRITE-AUDIT
    DISPLAY "Recovery account changed."
END-IF
DISPLAY "Current inbound bill-to department: " WS-INBOUND-DEPT
DISPLAY "New department for partner-file decrypts, or blank to keep it."
ACCEPT WS-FIELD-IN
IF WS-FIELD-IN NOT = SPACES AND WS-FIELD-IN(1:4) NOT = WS-INBOUND-DEPT
    MOVE WS-INBOUND-DEPT TO AUD-OLD-VALUE
    MOVE WS-FIELD-IN(1:4) TO WS-INBOUND-DEPT
    PERFORM REWRITE-GL-SETTINGS
    MOVE 'GLDEPT' TO AUD-ACTION
    MOVE SPACES TO AUD-CLASS
    MOVE SPACES TO AUD-EFF-DATE
    MOVE WS-INBOUND-DEPT TO AUD-NEW-VALUE
    PERFORM WRITE-AUDIT
    DISPLAY "Inbound bill-to department changed."
END-IF.

WRITE-AUDIT.
*> THE AUDIT FILE STAYS OPEN ACROSS CHANGES WITHIN A SESSION AND IS
*> APPENDED TO ACROSS SESSIONS, THE SAME WAY KEYMAINT KEEPS
*> KEYAUDIT.DAT, SO THE CHANGE HISTORY IS NEVER LOST.
IF WS-AUDIT-FIRST = 'Y'
    OPEN EXTEND RATEAUDT-FILE
    IF WS-AUDIT-STATUS = '35'
        OPEN OUTPUT RATEAUDT-FILE
    END-IF
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY "ERROR: unable to open " "RATEAUDT.DAT" ", file status " WS-AUDIT-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-AUDIT-FIRST
END-IF
MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
MOVE WS-OPERATOR TO AUD-OPERATOR
MOVE AUDIT-OUT TO RATEAUDT-LINE
WRITE RATEAUDT-LINE.

CLOSE-AUDIT.
IF WS-AUDIT-FIRST = 'N'
    CLOSE RATEAUDT-FILE
    MOVE 'Y' TO WS-AUDIT-FIRST
END-IF.
