INSTALLATION. XYZ.
DATE-WRITTEN. 26/9/2.
*> MAINTENANCE LOG
*> 26/10/15 - EACH DEPARTMENT NOW CARRIES THE GL COST CENTER ITS
*>            CHARGEBACK IS DEBITED TO. IT IS ASKED FOR ON ADD, CAN BE
*>            CHANGED WITH THE NAME AND CONTACT, APPEARS ON THE LIST
*>            AND IS STAMPED ON THE AUDIT LINE. CHARGEBCK WILL NOT
*>            PRODUCE THE GL POSTING FILE WHILE A BILLED DEPARTMENT
*>            HAS NONE.
*> 26/9/2  - ORIGINAL VERSION. MENU-DRIVEN MAINTENANCE OF THE
*>           DEPARTMENT/ACCOUNT MASTER DEPTMAST.DAT, IN THE STYLE OF
*>           KEYMAINT: ADD A DEPARTMENT, CHANGE ITS NAME OR BILLING
*> DEPTMAST.DAT RECORD LAYOUT (TRANSEDIT, CEASER-1-CIPHER'S DEPTLOOK
*> AND CHARGEBCK READ THE SAME LAYOUT AND MUST STAY IN STEP WITH IT):
*>   CODE X(4), BLANK, NAME X(30), BLANK, STATUS X(1) ('A' = ACTIVE,
*>   'I' = INACTIVE), BLANK, BILLING CONTACT X(20), BLANK,
*>   GL COST CENTER X(10).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05 DEPT-STATUS  PIC X(1).
    05 FILLER       PIC X(1).
    05 DEPT-CONTACT PIC X(20).
    05 FILLER       PIC X(1).
    05 DEPT-COST-CENTER PIC X(10).

FD  DEPTAUDT-FILE.
01  DEPTAUDT-LINE PIC X(100).
          10 WS-ENT-NAME    PIC X(30).
          10 WS-ENT-STATUS  PIC X(1).
          10 WS-ENT-CONTACT PIC X(20).
          10 WS-ENT-COSTCTR PIC X(10).
  01 WS-AUDIT-FIRST PIC X(1) VALUE 'Y'.
  01 AUDIT-OUT.
      05 AUD-TIMESTAMP PIC X(21).
      05 AUD-CODE      PIC X(4).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 AUD-DETAIL    PIC X(30).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 AUD-COSTCTR   PIC X(10).

PROCEDURE DIVISION.
MAIN-LOGIC.
MOVE 'N' TO WS-MENU-EXIT
PERFORM UNTIL WS-MENU-EXIT = 'Y'
    DISPLAY " "
    DISPLAY "(A)dd, (C)hange name/contact/cost center, (D)eactivate, (L)ist, e(X)it?"
    ACCEPT WS-MENU-CHOICE
    EVALUATE WS-MENU-CHOICE
        WHEN 'A' WHEN 'a' PERFORM ADD-DEPT
                    MOVE DEPT-NAME TO WS-ENT-NAME(WS-DEPT-COUNT)
                    MOVE DEPT-STATUS TO WS-ENT-STATUS(WS-DEPT-COUNT)
                    MOVE DEPT-CONTACT TO WS-ENT-CONTACT(WS-DEPT-COUNT)
                    MOVE DEPT-COST-CENTER TO WS-ENT-COSTCTR(WS-DEPT-COUNT)
                ELSE
                    DISPLAY "WARNING: master full; record for " DEPT-CODE " not loaded."
                END-IF
        MOVE WS-ENT-NAME(WS-DEPT-IDX) TO DEPT-NAME
        MOVE WS-ENT-STATUS(WS-DEPT-IDX) TO DEPT-STATUS
        MOVE WS-ENT-CONTACT(WS-DEPT-IDX) TO DEPT-CONTACT
        MOVE WS-ENT-COSTCTR(WS-DEPT-IDX) TO DEPT-COST-CENTER
        WRITE DEPTMAST-RECORD
    END-PERFORM
    CLOSE DEPTMAST-FILE
DISPLAY "Enter the billing contact."
ACCEPT WS-FIELD-IN
MOVE WS-FIELD-IN(1:20) TO WS-ENT-CONTACT(WS-DEPT-COUNT)
DISPLAY "Enter the GL cost center the department is billed to."
ACCEPT WS-FIELD-IN
MOVE WS-FIELD-IN(1:10) TO WS-ENT-COSTCTR(WS-DEPT-COUNT)
IF WS-ENT-COSTCTR(WS-DEPT-COUNT) = SPACES
    DISPLAY "No cost center given; CHARGEBCK will hold the GL file"
        " until one is set."
END-IF
MOVE 'A' TO WS-ENT-STATUS(WS-DEPT-COUNT)
PERFORM REWRITE-DEPT-FILE
MOVE 'ADD' TO AUD-ACTION
MOVE WS-ENT-NAME(WS-DEPT-COUNT) TO AUD-DETAIL
MOVE WS-ENT-COSTCTR(WS-DEPT-COUNT) TO AUD-COSTCTR
PERFORM WRITE-AUDIT
DISPLAY "Department " WS-WORK-CODE " added.".

IF WS-FIELD-IN NOT = SPACES
    MOVE WS-FIELD-IN(1:20) TO WS-ENT-CONTACT(WS-DEPT-HIT)
END-IF
DISPLAY "Current cost center: " WS-ENT-COSTCTR(WS-DEPT-HIT)
DISPLAY "New GL cost center, or blank to keep it."
ACCEPT WS-FIELD-IN
IF WS-FIELD-IN NOT = SPACES
    MOVE WS-FIELD-IN(1:10) TO WS-ENT-COSTCTR(WS-DEPT-HIT)
END-IF
PERFORM REWRITE-DEPT-FILE
MOVE 'CHANGE' TO AUD-ACTION
MOVE WS-ENT-NAME(WS-DEPT-HIT) TO AUD-DETAIL
MOVE WS-ENT-COSTCTR(WS-DEPT-HIT) TO AUD-COSTCTR
PERFORM WRITE-AUDIT
DISPLAY "Department " WS-WORK-CODE " changed.".

PERFORM REWRITE-DEPT-FILE
MOVE 'DEACT' TO AUD-ACTION
MOVE WS-ENT-NAME(WS-DEPT-HIT) TO AUD-DETAIL
MOVE WS-ENT-COSTCTR(WS-DEPT-HIT) TO AUD-COSTCTR
PERFORM WRITE-AUDIT
DISPLAY "Department " WS-WORK-CODE " deactivated.".

LIST-DEPTS.
DISPLAY "CODE NAME                           ST CONTACT              COST CTR"
PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
    DISPLAY WS-ENT-CODE(WS-DEPT-IDX) " " WS-ENT-NAME(WS-DEPT-IDX)
        " " WS-ENT-STATUS(WS-DEPT-IDX) "  " WS-ENT-CONTACT(WS-DEPT-IDX)
        " " WS-ENT-COSTCTR(WS-DEPT-IDX)
END-PERFORM.

WRITE-AUDIT.
