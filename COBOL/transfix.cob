INSTALLATION. XYZ.
DATE-WRITTEN. 26/9/2.
*> MAINTENANCE LOG
*> 26/10/15 - CARRY TRANSEDIT'S NEW PARTNER MODE 'P' AND REASON 10
*>            (DESTINATION PARTNER NOT ACTIVE ON PARTNERS.DAT): A
*>            REJECTED PARTNER IS CORRECTED IN THE FIRST FOUR BYTES OF
*>            THE KEYWORD FIELD AND RE-CHECKED AGAINST PARTNERS.DAT, AND
*>            A MODE CORRECTED TO 'P' FACES THE SAME CHECK. NO PARTNERS
*>            FILE ON HAND FAILS THE CHECK, MATCHING TRANSEDIT.
*> 26/10/15 - READS THE WIDER DEPTMAST.DAT RECORD, WHICH NOW ENDS WITH
*>            THE DEPARTMENT'S GL COST CENTER (LAYOUT KEPT IN STEP WITH
*>            DEPTMAINT).
*> 26/10/15 - TRANSREJ.DAT IS NOW AN INDEXED FILE KEYED BY SEQUENCE
*>            AND OCCURRENCE (LAYOUT KEPT IN STEP WITH TRANSEDIT). THE
*>            SESSION BROWSES THE REJECTS IN SEQUENCE ORDER; A
*>            RECYCLED OR DROPPED REJECT IS DELETED FROM THE FILE THE
*>            MOMENT IT IS SETTLED, AND A SKIPPED ONE IS SIMPLY LEFT IN
*>            PLACE. THE 500-REJECT TABLE, ITS OVERFLOW WARNING AND THE
*>            TRANSREJ.TMP HOLD-FILE REWRITE ARE GONE. THE AGING REPORT
*>            IS A SECOND BROWSE OF WHATEVER IS STILL ON FILE.
*> 26/9/2  - CARRY TRANSEDIT'S NEW REASON 09 (DEPARTMENT CODE NOT
*>           ACTIVE ON DEPTMAST.DAT): THE MASTER IS LOADED UP FRONT
*>           AND A REPAIRED DEPARTMENT FACES THE SAME CHECK HERE THAT
*>           CYCLE OR MORE IS MARKED FOR ESCALATION RATHER THAN BEING
*>           SILENTLY RESUBMITTED FOREVER.
*>
*> TRANSREJ.DAT LAYOUT (AS WRITTEN BY TRANSEDIT, INDEXED ON BYTES
*> 1-10): SEQUENCE X(6) AND OCCURRENCE 9(3) (THE KEY), REASON X(2),
*> CYCLE 9(2), FIRST-REJECT DATE X(8), THE 85-BYTE TRANSACTION
*> RECORD - BLANK-SEPARATED. RECYCLE RECORDS CARRY THE CYCLE COUNT AND FIRST-
*> REJECT DATE IN THE TRACKING EXTENSION (BYTES 86-95) SO TRANSEDIT
*> CAN KEEP AGING A RECORD THAT BOUNCES AGAIN.
*>
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REJECT-FILE ASSIGN TO "TRANSREJ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REJ-KEY
        FILE STATUS IS WS-REJ-STATUS.
    SELECT RECYCLE-FILE ASSIGN TO "TRANSRCY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAST-STATUS.
    SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REJECT-FILE.
01  REJECT-RECORD.
    05 REJ-KEY.
        10 REJ-SEQ PIC X(6).
        10 FILLER  PIC X(1).
        10 REJ-SUB PIC 9(3).
    05 FILLER     PIC X(1).
    05 REJ-REASON PIC X(2).
    05 FILLER     PIC X(1).
    05 REJ-CYCLE  PIC X(2).
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

WORKING-STORAGE SECTION.
  01 WS-REJ-STATUS PIC X(2).
  01 WS-RCY-STATUS PIC X(2).
  01 WS-AGE-STATUS PIC X(2).
  01 WS-REJ-EOF PIC X(1).
  01 WS-TODAY PIC X(8).
  01 WS-REJ-COUNT PIC 9(6) VALUE 0.
  01 WS-REJ-IDX PIC 9(6) VALUE 0.
  01 WS-CUR-CYCLE PIC 9(2).
  01 WS-CUR-DATE PIC X(8).
  01 WS-CUR-STATE PIC X(1).
  01 WS-WORK-REC.
      05 WW-SEQ       PIC X(6).
      05 WW-MODE      PIC X(1).
  01 WS-NEXT-SEQ PIC 9(6) VALUE 0.
  01 WS-HAVE-SEQ PIC X(1) VALUE 'N'.
  01 WS-RCY-OPEN PIC X(1) VALUE 'N'.
  01 WS-COUNT-RECYCLED PIC 9(6) VALUE 0.
  01 WS-COUNT-DROPPED PIC 9(6) VALUE 0.
  01 WS-COUNT-OUTSTANDING PIC 9(6) VALUE 0.
  01 WS-COUNT-ESCALATE PIC 9(6) VALUE 0.
  01 WS-DAYS-OLD PIC 9(5).
  01 WS-RECYCLE-OUT PIC X(95).
  01 WS-AGE-WORK PIC X(90).
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
PERFORM OPEN-REJECTS
IF WS-REJ-COUNT = 0
    DISPLAY "No rejects on TRANSREJ.DAT; nothing to repair."
    IF WS-REJ-STATUS NOT = '35'
        CLOSE REJECT-FILE
    END-IF
    STOP RUN
END-IF
DISPLAY WS-REJ-COUNT " reject(s) on file."
MOVE 'N' TO WS-WALK-DONE
MOVE 'N' TO WS-REJ-EOF
PERFORM START-REJECTS
PERFORM UNTIL WS-REJ-EOF = 'Y' OR WS-WALK-DONE = 'Y'
    READ REJECT-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-REJ-EOF
        NOT AT END
            ADD 1 TO WS-REJ-IDX
            PERFORM WORK-ONE-REJECT
    END-READ
END-PERFORM
IF WS-RCY-OPEN = 'Y'
    CLOSE RECYCLE-FILE
END-IF
PERFORM WRITE-AGING-REPORT
CLOSE REJECT-FILE
DISPLAY "Repair complete: " WS-COUNT-RECYCLED " recycled, "
    WS-COUNT-DROPPED " dropped, " WS-COUNT-OUTSTANDING
    " still outstanding (see REJAGE.PRT)."
STOP RUN.

OPEN-REJECTS.
*> THE REJECT FILE IS HELD OPEN I-O FOR THE SESSION. ONE BROWSE
*> COUNTS WHAT IS WAITING; AFTER THAT EACH REJECT IS SETTLED ON ITS
*> OWN RECORD - A RECYCLED OR DROPPED REJECT IS DELETED AT ONCE SO IT
*> CANNOT BE WORKED TWICE, AND AN ABANDONED SESSION LOSES NOTHING
*> ALREADY DONE.
MOVE 'N' TO WS-REJ-EOF
OPEN I-O REJECT-FILE
IF WS-REJ-STATUS = '35'
    EXIT PARAGRAPH
END-IF
    DISPLAY "ERROR: unable to open " "TRANSREJ.DAT" ", file status " WS-REJ-STATUS
    STOP RUN
END-IF
PERFORM START-REJECTS
PERFORM UNTIL WS-REJ-EOF = 'Y'
    READ REJECT-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-REJ-EOF
        NOT AT END ADD 1 TO WS-REJ-COUNT
    END-READ
END-PERFORM.

START-REJECTS.
*> POSITIONS THE BROWSE AT THE LOWEST SEQUENCE.
MOVE LOW-VALUES TO REJ-KEY
START REJECT-FILE KEY IS NOT LESS THAN REJ-KEY
    INVALID KEY MOVE 'Y' TO WS-REJ-EOF
END-START.

LOAD-CURRENT-REJECT.
*> A CYCLE OR DATE THAT DOES NOT READ AS A NUMBER IS TAKEN AS A FIRST
*> BOUNCE TODAY, SO THE AGING ARITHMETIC NEVER TRIPS ON IT.
IF REJ-CYCLE IS NUMERIC
    MOVE REJ-CYCLE TO WS-CUR-CYCLE
ELSE
    MOVE 1 TO WS-CUR-CYCLE
END-IF
IF REJ-DATE IS NUMERIC
    MOVE REJ-DATE TO WS-CUR-DATE
ELSE
    MOVE WS-TODAY TO WS-CUR-DATE
END-IF
MOVE REJ-DATA TO WS-WORK-REC
MOVE REJ-REASON TO WS-REASON
MOVE 'O' TO WS-CUR-STATE.

WORK-ONE-REJECT.
PERFORM LOAD-CURRENT-REJECT
PERFORM SET-REASON-TEXT
DISPLAY " "
DISPLAY "Reject " WS-REJ-IDX " of " WS-REJ-COUNT
    " - seq " WW-SEQ " mode " WW-MODE " cycle " WS-CUR-CYCLE
    " first rejected " WS-CUR-DATE
DISPLAY "Reason " WS-REASON ": " WS-REASON-TEXT
DISPLAY "  text:    " WW-TEXT
DISPLAY "  key " WW-KEY " keyword " WW-KEYWORD " digit " WW-DIGIT
EVALUATE WS-CHOICE
    WHEN 'F' WHEN 'f' PERFORM FIX-RECORD
    WHEN 'D' WHEN 'd'
        MOVE 'D' TO WS-CUR-STATE
        ADD 1 TO WS-COUNT-DROPPED
        DISPLAY "Record dropped."
    WHEN 'Q' WHEN 'q' MOVE 'Y' TO WS-WALK-DONE
    WHEN OTHER CONTINUE
END-EVALUATE
IF WS-CUR-STATE NOT = 'O'
    PERFORM SETTLE-REJECT
END-IF.

SETTLE-REJECT.
*> RECYCLED AND DROPPED REJECTS LEAVE THE FILE SO THEY CANNOT BE
*> WORKED TWICE; THE KEY OF THE RECORD JUST READ IS STILL IN PLACE.
DELETE REJECT-FILE RECORD
    INVALID KEY
        DISPLAY "ERROR: unable to remove seq " REJ-SEQ
            " from TRANSREJ.DAT, file status " WS-REJ-STATUS
        DISPLAY "Delete it by hand so it is not worked again."
END-DELETE.

SET-REASON-TEXT.
EVALUATE WS-REASON
    WHEN '07' MOVE "department/account code missing" TO WS-REASON-TEXT
    WHEN '08' MOVE "continuation out of place" TO WS-REASON-TEXT
    WHEN '09' MOVE "department code not active on the master" TO WS-REASON-TEXT
    WHEN '10' MOVE "partner not active on PARTNERS.DAT" TO WS-REASON-TEXT
    WHEN OTHER MOVE "unrecognised reason code" TO WS-REASON-TEXT
END-EVALUATE.

    WHEN '06' DISPLAY "Offending field: digit flag '" WW-DIGIT "'"
    WHEN '07' WHEN '09'
        DISPLAY "Offending field: department '" WW-DEPT "'"
    WHEN '10' DISPLAY "Offending field: partner '" WW-KEYWORD(1:4) "'"
    WHEN '08'
        DISPLAY "A lone continuation cannot be recycled - resubmit the"
        DISPLAY "whole message instead; (D)rop is the only repair here."
    WHEN '01' WHEN '02'
        CONTINUE
    WHEN '03'
        DISPLAY "Enter the corrected mode (E/D/K/V/S/P/C)."
        ACCEPT WS-FIELD-IN
        MOVE WS-FIELD-IN(1:1) TO WW-MODE
    WHEN '04'
        DISPLAY "Enter the corrected department/account code."
        ACCEPT WS-FIELD-IN
        MOVE WS-FIELD-IN(1:4) TO WW-DEPT
    WHEN '10'
        DISPLAY "Enter the corrected partner id (four characters)."
        ACCEPT WS-FIELD-IN
        MOVE SPACES TO WW-KEYWORD
        MOVE WS-FIELD-IN(1:4) TO WW-KEYWORD
    WHEN OTHER
        DISPLAY "Unrecognised reason; record left outstanding."
        EXIT PARAGRAPH
        PERFORM EDIT-NUMERIC-KEY
    WHEN 'K' WHEN 'V'
        PERFORM EDIT-KEYWORD
    WHEN 'P'
        PERFORM CHECK-PARTNER
    WHEN 'C'
        CONTINUE
    WHEN OTHER
    MOVE '09' TO WS-REASON
END-IF.

LOAD-PARTNERS.
MOVE 'N' TO WS-PTN-EOF
OPEN INPUT PARTNER-FILE
IF WS-PTN-STATUS NOT = '00'
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
    IF WS-PTN-CODE(WS-PTN-IDX) = WW-KEYWORD(1:4)
        AND WS-PTN-ACTIVE(WS-PTN-IDX) = 'Y'
        MOVE 'Y' TO WS-PTN-OK
    END-IF
END-PERFORM
IF WS-PTN-OK = 'N' OR WW-KEYWORD(1:4) = SPACES
    MOVE '10' TO WS-REASON
END-IF.

EDIT-NUMERIC-KEY.
IF (WW-KEY(1:1) NOT = '+' AND WW-KEY(1:1) NOT = '-')
    OR WW-KEY(2:2) IS NOT NUMERIC
ADD 1 TO WS-NEXT-SEQ
MOVE SPACES TO WS-RECYCLE-OUT
MOVE WS-WORK-REC TO WS-RECYCLE-OUT(1:85)
MOVE WS-CUR-CYCLE TO WS-RECYCLE-OUT(86:2)
MOVE WS-CUR-DATE TO WS-RECYCLE-OUT(88:8)
MOVE WS-RECYCLE-OUT TO RECYCLE-RECORD
WRITE RECYCLE-RECORD
MOVE 'R' TO WS-CUR-STATE
ADD 1 TO WS-COUNT-RECYCLED
DISPLAY "Recycled as sequence " WW-SEQ " on TRANSRCY.DAT.".

WRITE-AGING-REPORT.
OPEN OUTPUT AGING-FILE
IF WS-AGE-STATUS NOT = '00'
WRITE AGING-LINE
MOVE "----------------------------------------" TO AGING-LINE
WRITE AGING-LINE
MOVE 'N' TO WS-REJ-EOF
PERFORM START-REJECTS
PERFORM UNTIL WS-REJ-EOF = 'Y'
    READ REJECT-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-REJ-EOF
        NOT AT END
            ADD 1 TO WS-COUNT-OUTSTANDING
            PERFORM LOAD-CURRENT-REJECT
            PERFORM WRITE-AGING-LINE
    END-READ
END-PERFORM
MOVE "----------------------------------------" TO AGING-LINE
WRITE AGING-LINE

WRITE-AGING-LINE.
COMPUTE WS-DAYS-OLD = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
    - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CUR-DATE))
MOVE SPACES TO WS-AGE-WORK
STRING WW-SEQ " " WS-REASON
    "  " WS-CUR-CYCLE "  " WS-CUR-DATE
    "  " WS-DAYS-OLD
    DELIMITED BY SIZE INTO WS-AGE-WORK
IF WS-CUR-CYCLE >= 3
    ADD 1 TO WS-COUNT-ESCALATE
    STRING " ESCALATE - bounced " WS-CUR-CYCLE " times"
        DELIMITED BY SIZE INTO WS-AGE-WORK(33:)
END-IF
MOVE WS-AGE-WORK TO AGING-LINE
