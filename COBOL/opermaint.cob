IDENTIFICATION DIVISION.
PROGRAM-ID. OPERMAINT.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. MENU-DRIVEN MAINTENANCE OF THE
*>            OPERATOR AUTHORIZATION FILE OPERAUTH.DAT, IN THE STYLE OF
*>            KEYMAINT AND DEPTMAINT: ADD (OR REACTIVATE) AN OPERATOR,
*>            CHANGE THE E/D/S/K/B/N PERMISSION FLAGS, DEACTIVATE AN
*>            OPERATOR, OR LIST THE FILE. THE FILE WAS HAND-EDITED
*>            UNTIL NOW AND NOTHING RECORDED WHO GRANTED WHAT; EVERY
*>            CHANGE IS NOW STAMPED TO OPERAUDT.DAT (WHO, WHEN, OLD AND
*>            NEW FLAGS AND STATUS). THE OPERATOR SIGNS ON THE WAY
*>            CEASER-1-CIPHER SIGNS ON: AN ID WITHOUT AN ACTIVE RECORD
*>            ON OPERAUTH.DAT IS REFUSED AND THE SESSION ENDS; ONLY
*>            WHEN THE FILE IS MISSING OR EMPTY IS THE FIRST ID TAKEN
*>            UNCHECKED, SO SOMEONE CAN SET THE FILE UP. NOBODY MAY
*>            ADD, CHANGE OR DEACTIVATE THEIR OWN ENTRY - SOMEONE ELSE
*>            HAS TO GRANT AN OPERATOR'S ACCESS. OPERCERT REPORTS THE
*>            FILE FOR THE QUARTERLY RECERTIFICATION.
*>
*> OPERAUTH.DAT RECORD LAYOUT (CEASER-1-CIPHER, EXCWORK, TRANSENTRY,
*> LEAKSCAN, XMITRESEND AND OPERCERT READ THE SAME LAYOUT AND MUST
*> STAY IN STEP WITH IT):
*>   OPERATOR ID X(8), BLANK, SIX Y/N PERMISSION FLAGS - (E)NCRYPT,
*>   (D)ECRYPT, (S)OLVE, (K)EYWORD SOLVE, (B)ATCH RUNS, (N)AMED-KEY
*>   USE - BLANK, STATUS X(1) ('A' ACTIVE, 'I' INACTIVE).
*> OPERAUDT.DAT LINE: TIMESTAMP X(21), BLANK, CHANGED BY X(8), BLANK,
*>   ACTION X(8) ('ADD', 'REACT', 'CHANGE', 'DEACT'), BLANK, OPERATOR
*>   ID X(8), BLANK, OLD FLAGS X(6), BLANK, NEW FLAGS X(6), BLANK,
*>   OLD STATUS X(1), BLANK, NEW STATUS X(1).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
    SELECT OPERAUDT-FILE ASSIGN TO "OPERAUDT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  OPERAUDT-FILE.
01  OPERAUDT-LINE PIC X(80).

WORKING-STORAGE SECTION.
  01 WS-AUTH-STATUS PIC X(2).
  01 WS-AUDIT-STATUS PIC X(2).
  01 WS-AUTH-EOF PIC X(1).
  01 WS-OPERATOR PIC X(8).
  01 WS-MENU-CHOICE PIC X(1).
  01 WS-MENU-EXIT PIC X(1).
  01 WS-WORK-ID PIC X(8).
  01 WS-FLAGS-IN PIC X(6).
  01 WS-FLAGS-OK PIC X(1).
  01 WS-FLAG-IDX PIC 9.
  01 WS-OPR-IDX PIC 9(3).
  01 WS-OPR-HIT PIC 9(3).
  01 WS-OPR-COUNT PIC 9(3) VALUE 0.
  01 WS-SIGNON-OK PIC X(1) VALUE 'N'.
  01 WS-OPR-TABLE.
      05 WS-OPR-ENTRY OCCURS 200 TIMES.
          10 WS-ENT-ID     PIC X(8).
          10 WS-ENT-FLAGS  PIC X(6).
          10 WS-ENT-STATUS PIC X(1).
  01 WS-AUDIT-FIRST PIC X(1) VALUE 'Y'.
  01 AUDIT-OUT.
      05 AUD-TIMESTAMP  PIC X(21).
      05 FILLER         PIC X(1) VALUE SPACE.
      05 AUD-OPERATOR   PIC X(8).
      05 FILLER         PIC X(1) VALUE SPACE.
      05 AUD-ACTION     PIC X(8).
      05 FILLER         PIC X(1) VALUE SPACE.
      05 AUD-TARGET     PIC X(8).
      05 FILLER         PIC X(1) VALUE SPACE.
      05 AUD-OLD-FLAGS  PIC X(6).
      05 FILLER         PIC X(1) VALUE SPACE.
      05 AUD-NEW-FLAGS  PIC X(6).
      05 FILLER         PIC X(1) VALUE SPACE.
      05 AUD-OLD-STATUS PIC X(1).
      05 FILLER         PIC X(1) VALUE SPACE.
      05 AUD-NEW-STATUS PIC X(1).

PROCEDURE DIVISION.
MAIN-LOGIC.
DISPLAY "Operator authorization maintenance. Enter your operator id."
ACCEPT WS-OPERATOR
IF WS-OPERATOR = SPACES
    DISPLAY "An operator id is required so changes can be audited."
    STOP RUN
END-IF
PERFORM LOAD-OPER-TABLE
PERFORM SIGN-ON
IF WS-SIGNON-OK NOT = 'Y'
    STOP RUN
END-IF
MOVE 'N' TO WS-MENU-EXIT
PERFORM UNTIL WS-MENU-EXIT = 'Y'
    DISPLAY " "
    DISPLAY "(A)dd operator, (C)hange flags, (D)eactivate, (L)ist, e(X)it?"
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN 'A' WHEN 'a' PERFORM ADD-OPER
        WHEN 'C' WHEN 'c' PERFORM CHANGE-OPER
        WHEN 'D' WHEN 'd' PERFORM DEACTIVATE-OPER
        WHEN 'L' WHEN 'l' PERFORM LIST-OPERS
        WHEN 'X' WHEN 'x' MOVE 'Y' TO WS-MENU-EXIT
        WHEN OTHER DISPLAY "Please choose A, C, D, L or X."
    END-EVALUATE
END-PERFORM
PERFORM CLOSE-AUDIT
STOP RUN.

LOAD-OPER-TABLE.
MOVE 0 TO WS-OPR-COUNT
MOVE 'N' TO WS-AUTH-EOF
OPEN INPUT OPERAUTH-FILE
IF WS-AUTH-STATUS = '35'
    DISPLAY "OPERAUTH.DAT not found; starting with an empty file."
ELSE
    IF WS-AUTH-STATUS NOT = '00'
        DISPLAY "ERROR: unable to open " "OPERAUTH.DAT" ", file status " WS-AUTH-STATUS
        STOP RUN
    END-IF
    PERFORM UNTIL WS-AUTH-EOF = 'Y'
        READ OPERAUTH-FILE
            AT END MOVE 'Y' TO WS-AUTH-EOF
            NOT AT END
                IF WS-OPR-COUNT < 200
                    ADD 1 TO WS-OPR-COUNT
                    MOVE OPR-ID TO WS-ENT-ID(WS-OPR-COUNT)
                    MOVE OPERAUTH-RECORD(10:6) TO WS-ENT-FLAGS(WS-OPR-COUNT)
                    MOVE OPR-STATUS TO WS-ENT-STATUS(WS-OPR-COUNT)
                ELSE
                    DISPLAY "WARNING: operator table full; record for " OPR-ID " not loaded."
                END-IF
        END-READ
    END-PERFORM
    CLOSE OPERAUTH-FILE
END-IF
DISPLAY WS-OPR-COUNT " operator record(s) loaded.".

SIGN-ON.
*> THE SIGNED-ON ID MUST BE ACTIVE ON THE FILE JUST LOADED, MATCHED
*> EXACTLY AS CEASER-1-CIPHER MATCHES IT - OTHERWISE ANYONE COULD TYPE
*> A NAME AND GRANT ACCESS. AN EMPTY TABLE MEANS THE FILE IS MISSING OR
*> EMPTY, AND THEN THE ID IS TAKEN ON TRUST SO THE FIRST OPERATORS CAN
*> BE ADDED; THEIR ADDITIONS ARE AUDITED UNDER IT LIKE ANY OTHER.
MOVE 'N' TO WS-SIGNON-OK
IF WS-OPR-COUNT = 0
    DISPLAY "WARNING: no operators on file - " WS-OPERATOR
        " signed on unchecked to set up OPERAUTH.DAT."
    MOVE 'Y' TO WS-SIGNON-OK
    EXIT PARAGRAPH
END-IF
PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
        UNTIL WS-OPR-IDX > WS-OPR-COUNT OR WS-SIGNON-OK = 'Y'
    IF WS-ENT-ID(WS-OPR-IDX) = WS-OPERATOR
        AND WS-ENT-STATUS(WS-OPR-IDX) NOT = 'I'
        MOVE 'Y' TO WS-SIGNON-OK
    END-IF
END-PERFORM
IF WS-SIGNON-OK NOT = 'Y'
    DISPLAY "Operator " WS-OPERATOR " is not an active operator on OPERAUTH.DAT;"
    DISPLAY "sign-on refused."
END-IF.

REWRITE-OPER-FILE.
*> LINE SEQUENTIAL HAS NO REWRITE-IN-PLACE, SO EVERY COMMITTED CHANGE
*> REWRITES THE WHOLE (SMALL) FILE FROM THE IN-STORAGE TABLE, THE
*> SAME WAY KEYMAINT KEEPS KEYNAMES.DAT.
OPEN OUTPUT OPERAUTH-FILE
IF WS-AUTH-STATUS NOT = '00'
    DISPLAY "ERROR: unable to rewrite " "OPERAUTH.DAT" ", file status " WS-AUTH-STATUS
ELSE
    PERFORM VARYING WS-OPR-IDX FROM 1 BY 1 UNTIL WS-OPR-IDX > WS-OPR-COUNT
        MOVE SPACES TO OPERAUTH-RECORD
        MOVE WS-ENT-ID(WS-OPR-IDX) TO OPR-ID
        MOVE WS-ENT-FLAGS(WS-OPR-IDX) TO OPERAUTH-RECORD(10:6)
        MOVE WS-ENT-STATUS(WS-OPR-IDX) TO OPR-STATUS
        WRITE OPERAUTH-RECORD
    END-PERFORM
    CLOSE OPERAUTH-FILE
END-IF.

FIND-OPER.
MOVE 0 TO WS-OPR-HIT
PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
        UNTIL WS-OPR-IDX > WS-OPR-COUNT OR WS-OPR-HIT > 0
    IF WS-ENT-ID(WS-OPR-IDX) = WS-WORK-ID
        MOVE WS-OPR-IDX TO WS-OPR-HIT
    END-IF
END-PERFORM.

GET-TARGET-ID.
*> THE ONE RULE EVERY ACTION SHARES: NOBODY WORKS ON THEIR OWN ENTRY.
*> A BLANK ID OR THE SIGNED-ON OPERATOR'S OWN ID COMES BACK BLANK AND
*> THE CALLER MAKES NO CHANGE.
*> THE COMPARISON IGNORES CASE SO "JSMITH" CANNOT WORK ON "jsmith".
ACCEPT WS-WORK-ID
IF WS-WORK-ID = SPACES
    DISPLAY "An operator id is required."
ELSE
    IF FUNCTION UPPER-CASE(WS-WORK-ID) = FUNCTION UPPER-CASE(WS-OPERATOR)
        DISPLAY "You cannot change your own authorization; another"
        DISPLAY "operator must make this change."
        MOVE SPACES TO WS-WORK-ID
    END-IF
END-IF.

GET-FLAGS-IN.
*> THE SIX FLAGS ARE TYPED TOGETHER IN FILE ORDER - E, D, S, K, B, N -
*> EACH Y OR N, E.G. "YYNNNY". ANYTHING ELSE IS REFUSED RATHER THAN
*> WRITTEN, SINCE THE CIPHER PROGRAMS TREAT ONLY 'Y' AS A GRANT.
ACCEPT WS-FLAGS-IN
MOVE FUNCTION UPPER-CASE(WS-FLAGS-IN) TO WS-FLAGS-IN
MOVE 'Y' TO WS-FLAGS-OK
PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1 UNTIL WS-FLAG-IDX > 6
    IF WS-FLAGS-IN(WS-FLAG-IDX:1) NOT = 'Y'
        AND WS-FLAGS-IN(WS-FLAG-IDX:1) NOT = 'N'
        MOVE 'N' TO WS-FLAGS-OK
    END-IF
END-PERFORM
IF WS-FLAGS-OK NOT = 'Y'
    DISPLAY "Flags must be six Y/N characters (E D S K B N); no change made."
END-IF.

ADD-OPER.
*> AN OPERATOR ALREADY ON FILE BUT INACTIVE IS REACTIVATED WITH THE
*> FLAGS GIVEN HERE RATHER THAN ADDED TWICE - THE CIPHER PROGRAMS
*> SIGN ON AGAINST THE FIRST MATCHING ACTIVE RECORD.
DISPLAY "Enter the operator id to add (up to 8 characters)."
PERFORM GET-TARGET-ID
IF WS-WORK-ID = SPACES
    EXIT PARAGRAPH
END-IF
PERFORM FIND-OPER
IF WS-OPR-HIT > 0 AND WS-ENT-STATUS(WS-OPR-HIT) NOT = 'I'
    DISPLAY "Operator " WS-WORK-ID " is already active; use (C)hange."
    EXIT PARAGRAPH
END-IF
IF WS-OPR-HIT = 0 AND WS-OPR-COUNT >= 200
    DISPLAY "Operator table is full; no change made."
    EXIT PARAGRAPH
END-IF
DISPLAY "Enter the flags E D S K B N as six Y/N characters, e.g. YYNNNY."
PERFORM GET-FLAGS-IN
IF WS-FLAGS-OK NOT = 'Y'
    EXIT PARAGRAPH
END-IF
IF WS-OPR-HIT = 0
    ADD 1 TO WS-OPR-COUNT
    MOVE WS-OPR-COUNT TO WS-OPR-HIT
    MOVE WS-WORK-ID TO WS-ENT-ID(WS-OPR-HIT)
    MOVE 'ADD' TO AUD-ACTION
    MOVE SPACES TO AUD-OLD-FLAGS
    MOVE SPACES TO AUD-OLD-STATUS
ELSE
    MOVE 'REACT' TO AUD-ACTION
    MOVE WS-ENT-FLAGS(WS-OPR-HIT) TO AUD-OLD-FLAGS
    MOVE WS-ENT-STATUS(WS-OPR-HIT) TO AUD-OLD-STATUS
END-IF
MOVE WS-FLAGS-IN TO WS-ENT-FLAGS(WS-OPR-HIT)
MOVE 'A' TO WS-ENT-STATUS(WS-OPR-HIT)
PERFORM REWRITE-OPER-FILE
MOVE WS-FLAGS-IN TO AUD-NEW-FLAGS
MOVE 'A' TO AUD-NEW-STATUS
PERFORM WRITE-AUDIT
DISPLAY "Operator " WS-WORK-ID " authorized with flags " WS-FLAGS-IN ".".

CHANGE-OPER.
DISPLAY "Enter the operator id to change."
PERFORM GET-TARGET-ID
IF WS-WORK-ID = SPACES
    EXIT PARAGRAPH
END-IF
PERFORM FIND-OPER
IF WS-OPR-HIT = 0
    DISPLAY "Operator " WS-WORK-ID " is not on file."
    EXIT PARAGRAPH
END-IF
IF WS-ENT-STATUS(WS-OPR-HIT) = 'I'
    DISPLAY "Operator " WS-WORK-ID " is inactive; use (A)dd to reactivate."
    EXIT PARAGRAPH
END-IF
DISPLAY "Current flags (E D S K B N): " WS-ENT-FLAGS(WS-OPR-HIT)
DISPLAY "Enter the new flags as six Y/N characters."
PERFORM GET-FLAGS-IN
IF WS-FLAGS-OK NOT = 'Y'
    EXIT PARAGRAPH
END-IF
IF WS-FLAGS-IN = WS-ENT-FLAGS(WS-OPR-HIT)
    DISPLAY "Flags unchanged; nothing to record."
    EXIT PARAGRAPH
END-IF
MOVE WS-ENT-FLAGS(WS-OPR-HIT) TO AUD-OLD-FLAGS
MOVE WS-FLAGS-IN TO WS-ENT-FLAGS(WS-OPR-HIT)
PERFORM REWRITE-OPER-FILE
MOVE 'CHANGE' TO AUD-ACTION
MOVE WS-FLAGS-IN TO AUD-NEW-FLAGS
MOVE WS-ENT-STATUS(WS-OPR-HIT) TO AUD-OLD-STATUS
MOVE WS-ENT-STATUS(WS-OPR-HIT) TO AUD-NEW-STATUS
PERFORM WRITE-AUDIT
DISPLAY "Operator " WS-WORK-ID " changed.".

DEACTIVATE-OPER.
*> DEACTIVATION, NOT DELETION: THE ID STAYS ON FILE SO THE JOURNAL'S
*> HISTORY UNDER IT STILL TIES BACK TO AN ENTRY, BUT SIGN-ON REFUSES
*> IT. THE FLAGS ARE KEPT AS THEY WERE FOR THE RECORD.
DISPLAY "Enter the operator id to deactivate."
PERFORM GET-TARGET-ID
IF WS-WORK-ID = SPACES
    EXIT PARAGRAPH
END-IF
PERFORM FIND-OPER
IF WS-OPR-HIT = 0
    DISPLAY "Operator " WS-WORK-ID " is not on file."
    EXIT PARAGRAPH
END-IF
IF WS-ENT-STATUS(WS-OPR-HIT) = 'I'
    DISPLAY "Operator " WS-WORK-ID " is already inactive."
    EXIT PARAGRAPH
END-IF
MOVE WS-ENT-STATUS(WS-OPR-HIT) TO AUD-OLD-STATUS
MOVE 'I' TO WS-ENT-STATUS(WS-OPR-HIT)
PERFORM REWRITE-OPER-FILE
MOVE 'DEACT' TO AUD-ACTION
MOVE WS-ENT-FLAGS(WS-OPR-HIT) TO AUD-OLD-FLAGS
MOVE WS-ENT-FLAGS(WS-OPR-HIT) TO AUD-NEW-FLAGS
MOVE 'I' TO AUD-NEW-STATUS
PERFORM WRITE-AUDIT
DISPLAY "Operator " WS-WORK-ID " deactivated.".

LIST-OPERS.
DISPLAY "OPERATOR EDSKBN ST"
PERFORM VARYING WS-OPR-IDX FROM 1 BY 1 UNTIL WS-OPR-IDX > WS-OPR-COUNT
    DISPLAY WS-ENT-ID(WS-OPR-IDX) " " WS-ENT-FLAGS(WS-OPR-IDX)
        " " WS-ENT-STATUS(WS-OPR-IDX)
END-PERFORM.

WRITE-AUDIT.
*> THE AUDIT FILE STAYS OPEN ACROSS CHANGES WITHIN A SESSION AND IS
*> APPENDED TO ACROSS SESSIONS, THE SAME WAY KEYMAINT KEEPS
*> KEYAUDIT.DAT, SO THE CHANGE HISTORY IS NEVER LOST.
IF WS-AUDIT-FIRST = 'Y'
    OPEN EXTEND OPERAUDT-FILE
    IF WS-AUDIT-STATUS = '35'
        OPEN OUTPUT OPERAUDT-FILE
    END-IF
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY "ERROR: unable to open " "OPERAUDT.DAT" ", file status " WS-AUDIT-STATUS
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-AUDIT-FIRST
END-IF
MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
MOVE WS-OPERATOR TO AUD-OPERATOR
MOVE WS-WORK-ID TO AUD-TARGET
MOVE AUDIT-OUT TO OPERAUDT-LINE
WRITE OPERAUDT-LINE.

CLOSE-AUDIT.
IF WS-AUDIT-FIRST = 'N'
    CLOSE OPERAUDT-FILE
    MOVE 'Y' TO WS-AUDIT-FIRST
END-IF.
