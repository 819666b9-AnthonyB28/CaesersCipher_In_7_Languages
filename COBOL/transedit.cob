INSTALLATION. XYZ.
DATE-WRITTEN. 26/8/21.
*> MAINTENANCE LOG
*> 26/10/15 - ACCEPT THE NEW PARTNER MODE 'P': THE RECORD NAMES ITS
*>            DESTINATION PARTNER IN THE FIRST FOUR BYTES OF THE
*>            KEYWORD FIELD AND CARRIES NO KEY, SO NEITHER KEY EDIT
*>            APPLIES. A PARTNER THAT IS NOT ON PARTNERS.DAT, OR IS
*>            MARKED INACTIVE THERE, REJECTS WITH NEW REASON 10. UNLIKE
*>            THE DEPARTMENT CHECK THERE IS NO GRACE FOR A MISSING
*>            FILE - A PARTNER THAT CANNOT BE CONFIRMED IS NOT SENT
*>            ANYTHING - SO WITHOUT PARTNERS.DAT EVERY 'P' RECORD
*>            REJECTS.
*> 26/10/15 - READS THE WIDER DEPTMAST.DAT RECORD, WHICH NOW ENDS WITH
*>            THE DEPARTMENT'S GL COST CENTER (LAYOUT KEPT IN STEP WITH
*>            DEPTMAINT).
*> 26/10/15 - TRANSREJ.DAT IS NOW AN INDEXED FILE KEYED BY SEQUENCE
*>            NUMBER, SO TRANSFIX CAN READ, DELETE AND AGE SINGLE
*>            REJECTS IN PLACE. THE KEY CARRIES AN OCCURRENCE NUMBER
*>            BEHIND THE SEQUENCE (1 UP), BECAUSE A CONTINUATION SHARES
*>            ITS HEAD'S SEQUENCE AND A REASON 02 DUPLICATE REPEATS AN
*>            EARLIER ONE - EVERY REJECT STILL GETS ITS OWN RECORD.
*> 26/9/2  - VALIDATE THE DEPARTMENT/ACCOUNT CODE AGAINST THE NEW
*>           DEPTMAST.DAT MASTER (MAINTAINED BY DEPTMAINT): A CODE
*>           THAT IS NOT ON THE MASTER, OR IS MARKED INACTIVE THERE,
*>           DEPARTMENT CAN FIX AND RESUBMIT JUST THE FAILURES INSTEAD
*>           OF LETTING BAD RECORDS SAIL INTO THE CIPHER RUN.
*>
*> TRANSREJ.DAT RECORD LAYOUT (TRANSFIX READS THE SAME LAYOUT AND
*> MUST STAY IN STEP WITH IT), BLANK-SEPARATED, INDEXED ON BYTES 1-10:
*>   SEQUENCE X(6) AND OCCURRENCE 9(3) (THE KEY), REASON X(2), CYCLE
*>   9(2), FIRST-REJECT DATE X(8), THE 85-BYTE TRANSACTION RECORD.
*>
*> REASON CODES ON TRANSREJ.DAT (FIRST FAILURE WINS):
*>   01 - SEQUENCE NUMBER NOT NUMERIC
*>   02 - SEQUENCE NUMBER NOT ABOVE THE PREVIOUS RECORD (DUPLICATE OR
*>   08 - CONTINUATION OUT OF PLACE (NO CLEAN HEAD DIRECTLY AHEAD OF
*>        IT, OR ITS SEQUENCE DOES NOT MATCH THE HEAD'S)
*>   09 - DEPARTMENT/ACCOUNT CODE NOT ACTIVE ON DEPTMAST.DAT
*>   10 - DESTINATION PARTNER NOT ACTIVE ON PARTNERS.DAT (PARTNER MODE)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLEAN-STATUS.
    SELECT REJECT-FILE ASSIGN TO "TRANSREJ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REJ-KEY
        FILE STATUS IS WS-REJ-STATUS.
    SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAST-STATUS.
    SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTN-STATUS.

DATA DIVISION.
FILE SECTION.
    05 DEPT-STATUS  PIC X(1).
    05 FILLER       PIC X(1).
    05 DEPT-CONTACT PIC X(20).
    05 FILLER       PIC X(1).
    05 DEPT-COST-CENTER PIC X(10).

FD  PARTNER-FILE.
01  PARTNER-RECORD.
    05 PTN-ID      PIC X(4).
    05 FILLER      PIC X(1).
    05 PTN-KEYTYPE PIC X(1).
    05 FILLER      PIC X(1).
    05 PTN-KEYNAME PIC X(20).
    05 FILLER      PIC X(1).
    05 PTN-STATUS  PIC X(1).

FD  REJECT-FILE.
01  REJECT-RECORD.
    05 REJ-KEY.
        10 REJ-SEQ PIC X(6).
        10 FILLER  PIC X(1).
        10 REJ-SUB PIC 9(3).
    05 FILLER     PIC X(1).
    05 REJ-REASON PIC X(2).
    05 FILLER     PIC X(1).
    05 REJ-CYCLE  PIC 9(2).
  01 WS-CONT-OK PIC X(1) VALUE 'N'.
  01 WS-TODAY PIC X(8).
  01 WS-CYCLE PIC 9(2).
  01 WS-REJ-WRITTEN PIC X(1).
  01 WS-MAST-STATUS PIC X(2).
  01 WS-MAST-EOF PIC X(1).
  01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
      05 WS-DEPT-ENTRY OCCURS 200 TIMES.
          10 WS-MST-CODE   PIC X(4).
          10 WS-MST-STATUS PIC X(1).
  01 WS-PTN-STATUS PIC X(2).
  01 WS-PTN-EOF PIC X(1).
  01 WS-PTN-OK PIC X(1).
  01 WS-PTN-IDX PIC 9(3).
  01 WS-PTN-COUNT PIC 9(3) VALUE 0.
  01 WS-PTN-TABLE.
      05 WS-PTN-ENTRY OCCURS 100 TIMES.
          10 WS-PTN-CODE   PIC X(4).
          10 WS-PTN-ACTIVE PIC X(1).

PROCEDURE DIVISION.
MAIN-LOGIC.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
PERFORM LOAD-DEPT-MASTER
PERFORM LOAD-PARTNERS
OPEN INPUT TRANSACTION-FILE
IF WS-TRANS-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "TRANSIN.DAT" ", file status " WS-TRANS-STATUS
    MOVE WS-TODAY TO REJ-DATE
END-IF
MOVE TRANS-RAW(1:85) TO REJ-DATA
MOVE TRANS-RAW(1:6) TO REJ-SEQ
MOVE 1 TO REJ-SUB
MOVE 'N' TO WS-REJ-WRITTEN
PERFORM UNTIL WS-REJ-WRITTEN = 'Y'
    WRITE REJECT-RECORD
        INVALID KEY
            IF WS-REJ-STATUS = '22' AND REJ-SUB < 999
                ADD 1 TO REJ-SUB
            ELSE
                DISPLAY "ERROR: unable to write reject for seq " REJ-SEQ
                    ", file status " WS-REJ-STATUS
                MOVE 'Y' TO WS-REJ-WRITTEN
            END-IF
        NOT INVALID KEY
            MOVE 'Y' TO WS-REJ-WRITTEN
    END-WRITE
END-PERFORM.

EDIT-RECORD.
*> FIRST FAILURE WINS - ONE REASON CODE PER REJECT SO THE SUBMITTER
            PERFORM EDIT-NUMERIC-KEY
        WHEN 'K' WHEN 'V'
            PERFORM EDIT-KEYWORD
        WHEN 'P'
            PERFORM CHECK-PARTNER
        WHEN OTHER
            MOVE '03' TO WS-REASON
    END-EVALUATE
    MOVE '09' TO WS-REASON
END-IF.

LOAD-PARTNERS.
*> PARTNERS.DAT (THE CROSS-REFERENCE INBOUND AND THE CIPHER RUN
*> RESOLVE PARTNER KEYS FROM) IS READ ONCE UP FRONT. ONLY THE ID AND
*> WHETHER THE PARTNER IS ACTIVE MATTER HERE; THE KEY IS NOT LOOKED AT.
MOVE 'N' TO WS-PTN-EOF
OPEN INPUT PARTNER-FILE
IF WS-PTN-STATUS NOT = '00'
    DISPLAY "WARNING: PARTNERS.DAT not readable (status " WS-PTN-STATUS
        "); every partner-mode record will be rejected."
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
    IF WS-PTN-CODE(WS-PTN-IDX) = TRANS-KEYWORD(1:4)
        AND WS-PTN-ACTIVE(WS-PTN-IDX) = 'Y'
        MOVE 'Y' TO WS-PTN-OK
    END-IF
END-PERFORM
IF WS-PTN-OK = 'N' OR TRANS-KEYWORD(1:4) = SPACES
    MOVE '10' TO WS-REASON
END-IF.

EDIT-CONTINUATION.
*> A CONTINUATION RIDES ON THE RECORD DIRECTLY AHEAD OF IT: IT MUST
*> CARRY THE HEAD'S SEQUENCE NUMBER AND THAT RECORD (HEAD OR PRIOR
