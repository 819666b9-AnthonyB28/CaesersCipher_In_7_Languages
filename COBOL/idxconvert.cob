IDENTIFICATION DIVISION.
PROGRAM-ID. IDXCONV.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. ONE-TIME CONVERSION OF THE WORK QUEUE,
*>            THE REJECT FILE AND THE TRANSMISSION REGISTER FROM LINE
*>            SEQUENTIAL TO INDEXED. EXCWORK, TRANSFIX AND XMITACK
*>            USED TO TABLE THESE FILES (300, 500 AND 200 ENTRIES) AND
*>            REWRITE THEM WHOLE THROUGH A .TMP HOLD FILE; THEY NOW
*>            READ AND REWRITE SINGLE RECORDS BY KEY, SO THE OLD FLAT
*>            FILES MUST BE LOADED ONCE INTO THE KEYED LAYOUTS:
*>              WORKQ.DAT    - RUN ID + SEQUENCE + SEGMENT, THE
*>                             SEGMENT NUMBERED 1 UP WHERE A LONG
*>                             MESSAGE QUEUED SEVERAL ITEMS UNDER ONE
*>                             SEQUENCE,
*>              TRANSREJ.DAT - SEQUENCE + OCCURRENCE, NUMBERED THE
*>                             SAME WAY FOR CONTINUATIONS AND
*>                             DUPLICATE SEQUENCES,
*>              XMITREG.DAT  - RUN ID. A RUN ID ON THE OLD REGISTER
*>                             MORE THAN ONCE KEEPS ITS LAST LINE, AS
*>                             THE OLD READERS DID; 57-BYTE LINES FROM
*>                             BEFORE GENERATIONS WERE KEPT LOAD WITH
*>                             NO GENERATION AND A RESEND COUNT OF 0.
*>
*> RUNNING IT: BEFORE THE FIRST NIGHT ON THE NEW PROGRAMS, AND WITH NO
*> EXCWORK, TRANSFIX OR XMITACK SESSION OPEN, RENAME THE THREE FLAT
*> FILES TO WORKQ.SEQ, TRANSREJ.SEQ AND XMITREG.SEQ AND RUN IDXCONV
*> ONCE. A .SEQ FILE THAT IS NOT THERE IS SKIPPED (NOTHING TO LOAD);
*> A .DAT FILE ALREADY ON HAND IS NEVER OVERWRITTEN - THE FILE IS
*> REFUSED AND THE RUN ENDS WITH RETURN-CODE 8. KEEP THE .SEQ FILES
*> UNTIL THE COUNTS DISPLAYED HERE HAVE BEEN CHECKED AGAINST THEM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-WORKQ-FILE ASSIGN TO "WORKQ.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLD-STATUS.
    SELECT OLD-REJECT-FILE ASSIGN TO "TRANSREJ.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLD-STATUS.
    SELECT OLD-REGISTER-FILE ASSIGN TO "XMITREG.SEQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OLD-STATUS.
    SELECT WORKQ-FILE ASSIGN TO "WORKQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QUE-KEY
        FILE STATUS IS WS-WQ-STATUS.
    SELECT REJECT-FILE ASSIGN TO "TRANSREJ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REJ-KEY
        FILE STATUS IS WS-REJ-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "XMITREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XMT-RUN-ID
        FILE STATUS IS WS-REG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OLD-WORKQ-FILE.
01  OLD-WORKQ-RECORD.
    05 OWQ-STATUS    PIC X(1).
    05 FILLER        PIC X(1).
    05 OWQ-ADDED     PIC X(8).
    05 FILLER        PIC X(1).
    05 OWQ-RUN-ID    PIC X(14).
    05 FILLER        PIC X(1).
    05 OWQ-SEQ       PIC X(6).
    05 FILLER        PIC X(1).
    05 OWQ-FLAG      PIC X(1).
    05 FILLER        PIC X(1).
    05 OWQ-TEXT      PIC X(50).
    05 FILLER        PIC X(1).
    05 OWQ-DISP-OPER PIC X(8).
    05 FILLER        PIC X(1).
    05 OWQ-DISP-DATE PIC X(8).
    05 FILLER        PIC X(1).
    05 OWQ-DISP-KEY  PIC X(20).

FD  OLD-REJECT-FILE.
01  OLD-REJECT-RECORD.
    05 ORJ-REASON PIC X(2).
    05 FILLER     PIC X(1).
    05 ORJ-CYCLE  PIC X(2).
    05 FILLER     PIC X(1).
    05 ORJ-DATE   PIC X(8).
    05 FILLER     PIC X(1).
    05 ORJ-DATA   PIC X(85).

FD  OLD-REGISTER-FILE.
01  OLD-REGISTER-RECORD PIC X(101).

FD  WORKQ-FILE.
01  WORKQ-RECORD.
    05 QUE-STATUS    PIC X(1).
    05 FILLER        PIC X(1).
    05 QUE-ADDED     PIC X(8).
    05 FILLER        PIC X(1).
    05 QUE-KEY.
        10 QUE-RUN-ID PIC X(14).
        10 FILLER     PIC X(1).
        10 QUE-SEQ    PIC X(6).
        10 FILLER     PIC X(1).
        10 QUE-SEG    PIC 9(3).
    05 FILLER        PIC X(1).
    05 QUE-FLAG      PIC X(1).
    05 FILLER        PIC X(1).
    05 QUE-TEXT      PIC X(50).
    05 FILLER        PIC X(1).
    05 QUE-DISP-OPER PIC X(8).
    05 FILLER        PIC X(1).
    05 QUE-DISP-DATE PIC X(8).
    05 FILLER        PIC X(1).
    05 QUE-DISP-KEY  PIC X(20).

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
    05 FILLER     PIC X(1).
    05 REJ-DATE   PIC X(8).
    05 FILLER     PIC X(1).
    05 REJ-DATA   PIC X(85).

FD  REGISTER-FILE.
01  REGISTER-RECORD.
    05 XMT-RUN-ID   PIC X(14).
    05 FILLER       PIC X(1).
    05 XMT-RUN-DATE PIC X(8).
    05 FILLER       PIC X(1).
    05 XMT-COUNT    PIC 9(9).
    05 FILLER       PIC X(1).
    05 XMT-HASH     PIC 9(12).
    05 FILLER       PIC X(1).
    05 XMT-STATUS   PIC X(1).
    05 FILLER       PIC X(1).
    05 XMT-ACK-DATE PIC X(8).
    05 FILLER       PIC X(1).
    05 XMT-GEN-NAME PIC X(22).
    05 FILLER       PIC X(1).
    05 XMT-RESENDS  PIC 9(2).
    05 FILLER       PIC X(1).
    05 XMT-RESENT-DATE PIC X(8).
    05 FILLER       PIC X(1).
    05 XMT-RESENT-OPER PIC X(8).

WORKING-STORAGE SECTION.
  01 WS-OLD-STATUS PIC X(2).
  01 WS-WQ-STATUS PIC X(2).
  01 WS-REJ-STATUS PIC X(2).
  01 WS-REG-STATUS PIC X(2).
  01 WS-OLD-EOF PIC X(1).
  01 WS-OLD-NAME PIC X(12).
  01 WS-NEW-NAME PIC X(12).
  01 WS-TARGET-FREE PIC X(1).
  01 WS-WRITTEN PIC X(1).
  01 WS-LAST-RUN-ID PIC X(14).
  01 WS-LAST-SEQ PIC X(6).
  01 WS-NEXT-NO PIC 9(3).
  01 WS-COUNT-READ PIC 9(9).
  01 WS-COUNT-LOADED PIC 9(9).
  01 WS-COUNT-REPLACED PIC 9(9).
  01 WS-COUNT-FAILED PIC 9(9).

PROCEDURE DIVISION.
MAIN-LOGIC.
PERFORM CONVERT-WORKQ
PERFORM CONVERT-REJECTS
PERFORM CONVERT-REGISTER
IF RETURN-CODE = 0
    DISPLAY "Conversion complete. Keep the .SEQ files until the counts"
    DISPLAY "above have been checked against them."
ELSE
    DISPLAY "Conversion finished with errors - see the messages above."
END-IF
GOBACK.

CONVERT-WORKQ.
*> QUEUE ITEMS KEEP THEIR STATUS, DISPOSITION AND ADDED DATE AS
*> THEY STAND. ITEMS OF ONE RUN AND SEQUENCE ARE NUMBERED 1 UP IN THE
*> ORDER THEY SIT ON THE OLD FILE, WHICH IS THE ORDER EXCEXTR QUEUED
*> THE MESSAGE'S SEGMENTS.
MOVE "WORKQ.SEQ" TO WS-OLD-NAME
MOVE "WORKQ.DAT" TO WS-NEW-NAME
OPEN INPUT OLD-WORKQ-FILE
IF WS-OLD-STATUS = '35'
    DISPLAY WS-OLD-NAME " not on hand; work queue not converted."
    EXIT PARAGRAPH
END-IF
IF WS-OLD-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-OLD-NAME ", file status " WS-OLD-STATUS
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF
MOVE 'N' TO WS-TARGET-FREE
OPEN INPUT WORKQ-FILE
IF WS-WQ-STATUS = '35'
    MOVE 'Y' TO WS-TARGET-FREE
ELSE
    IF WS-WQ-STATUS = '00'
        CLOSE WORKQ-FILE
    END-IF
END-IF
IF WS-TARGET-FREE NOT = 'Y'
    PERFORM REFUSE-TARGET
    CLOSE OLD-WORKQ-FILE
    EXIT PARAGRAPH
END-IF
OPEN OUTPUT WORKQ-FILE
IF WS-WQ-STATUS NOT = '00'
    DISPLAY "ERROR: unable to create " WS-NEW-NAME ", file status " WS-WQ-STATUS
    MOVE 8 TO RETURN-CODE
    CLOSE OLD-WORKQ-FILE
    EXIT PARAGRAPH
END-IF
PERFORM RESET-COUNTS
PERFORM UNTIL WS-OLD-EOF = 'Y'
    READ OLD-WORKQ-FILE
        AT END MOVE 'Y' TO WS-OLD-EOF
        NOT AT END
            ADD 1 TO WS-COUNT-READ
            PERFORM LOAD-ONE-ITEM
    END-READ
END-PERFORM
CLOSE OLD-WORKQ-FILE
CLOSE WORKQ-FILE
PERFORM SHOW-COUNTS.

LOAD-ONE-ITEM.
IF OWQ-RUN-ID = WS-LAST-RUN-ID AND OWQ-SEQ = WS-LAST-SEQ
    ADD 1 TO WS-NEXT-NO
ELSE
    MOVE OWQ-RUN-ID TO WS-LAST-RUN-ID
    MOVE OWQ-SEQ TO WS-LAST-SEQ
    MOVE 1 TO WS-NEXT-NO
END-IF
MOVE SPACES TO WORKQ-RECORD
MOVE OWQ-STATUS TO QUE-STATUS
MOVE OWQ-ADDED TO QUE-ADDED
MOVE OWQ-RUN-ID TO QUE-RUN-ID
MOVE OWQ-SEQ TO QUE-SEQ
MOVE OWQ-FLAG TO QUE-FLAG
MOVE OWQ-TEXT TO QUE-TEXT
MOVE OWQ-DISP-OPER TO QUE-DISP-OPER
MOVE OWQ-DISP-DATE TO QUE-DISP-DATE
MOVE OWQ-DISP-KEY TO QUE-DISP-KEY
MOVE 'N' TO WS-WRITTEN
PERFORM UNTIL WS-WRITTEN = 'Y'
    MOVE WS-NEXT-NO TO QUE-SEG
    WRITE WORKQ-RECORD
        INVALID KEY
            IF WS-WQ-STATUS = '22' AND WS-NEXT-NO < 999
                ADD 1 TO WS-NEXT-NO
            ELSE
                DISPLAY "ERROR: queue item run " OWQ-RUN-ID " seq " OWQ-SEQ
                    " not loaded, file status " WS-WQ-STATUS
                ADD 1 TO WS-COUNT-FAILED
                MOVE 'Y' TO WS-WRITTEN
            END-IF
        NOT INVALID KEY
            ADD 1 TO WS-COUNT-LOADED
            MOVE 'Y' TO WS-WRITTEN
    END-WRITE
END-PERFORM.

CONVERT-REJECTS.
*> THE SEQUENCE IS TAKEN FROM THE FRONT OF THE REJECTED TRANSACTION
*> ITSELF; A SEQUENCE SEEN BEFORE TAKES THE NEXT OCCURRENCE NUMBER.
*> A CYCLE THAT DOES NOT READ AS A NUMBER IS CARRIED AS IT STANDS -
*> TRANSFIX ALREADY TREATS THAT AS A FIRST BOUNCE.
MOVE "TRANSREJ.SEQ" TO WS-OLD-NAME
MOVE "TRANSREJ.DAT" TO WS-NEW-NAME
OPEN INPUT OLD-REJECT-FILE
IF WS-OLD-STATUS = '35'
    DISPLAY WS-OLD-NAME " not on hand; reject file not converted."
    EXIT PARAGRAPH
END-IF
IF WS-OLD-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-OLD-NAME ", file status " WS-OLD-STATUS
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF
MOVE 'N' TO WS-TARGET-FREE
OPEN INPUT REJECT-FILE
IF WS-REJ-STATUS = '35'
    MOVE 'Y' TO WS-TARGET-FREE
ELSE
    IF WS-REJ-STATUS = '00'
        CLOSE REJECT-FILE
    END-IF
END-IF
IF WS-TARGET-FREE NOT = 'Y'
    PERFORM REFUSE-TARGET
    CLOSE OLD-REJECT-FILE
    EXIT PARAGRAPH
END-IF
OPEN OUTPUT REJECT-FILE
IF WS-REJ-STATUS NOT = '00'
    DISPLAY "ERROR: unable to create " WS-NEW-NAME ", file status " WS-REJ-STATUS
    MOVE 8 TO RETURN-CODE
    CLOSE OLD-REJECT-FILE
    EXIT PARAGRAPH
END-IF
PERFORM RESET-COUNTS
PERFORM UNTIL WS-OLD-EOF = 'Y'
    READ OLD-REJECT-FILE
        AT END MOVE 'Y' TO WS-OLD-EOF
        NOT AT END
            ADD 1 TO WS-COUNT-READ
            PERFORM LOAD-ONE-REJECT
    END-READ
END-PERFORM
CLOSE OLD-REJECT-FILE
CLOSE REJECT-FILE
PERFORM SHOW-COUNTS.

LOAD-ONE-REJECT.
MOVE SPACES TO REJECT-RECORD
MOVE ORJ-DATA(1:6) TO REJ-SEQ
MOVE ORJ-REASON TO REJ-REASON
MOVE ORJ-CYCLE TO REJ-CYCLE
MOVE ORJ-DATE TO REJ-DATE
MOVE ORJ-DATA TO REJ-DATA
MOVE 1 TO WS-NEXT-NO
MOVE 'N' TO WS-WRITTEN
PERFORM UNTIL WS-WRITTEN = 'Y'
    MOVE WS-NEXT-NO TO REJ-SUB
    WRITE REJECT-RECORD
        INVALID KEY
            IF WS-REJ-STATUS = '22' AND WS-NEXT-NO < 999
                ADD 1 TO WS-NEXT-NO
            ELSE
                DISPLAY "ERROR: reject seq " REJ-SEQ
                    " not loaded, file status " WS-REJ-STATUS
                ADD 1 TO WS-COUNT-FAILED
                MOVE 'Y' TO WS-WRITTEN
            END-IF
        NOT INVALID KEY
            ADD 1 TO WS-COUNT-LOADED
            MOVE 'Y' TO WS-WRITTEN
    END-WRITE
END-PERFORM.

CONVERT-REGISTER.
*> THE REGISTER IS THE AUDIT OF WHAT WAS SENT, SO EVERY RUN ID ON IT
*> MUST SURVIVE. A SHORT LINE READS PADDED WITH SPACES, WHICH LEAVES
*> THE GENERATION AND RESEND FIELDS BLANK; THE RESEND COUNT IS SET TO
*> ZERO SO IT READS AS A NUMBER.
MOVE "XMITREG.SEQ" TO WS-OLD-NAME
MOVE "XMITREG.DAT" TO WS-NEW-NAME
OPEN INPUT OLD-REGISTER-FILE
IF WS-OLD-STATUS = '35'
    DISPLAY WS-OLD-NAME " not on hand; register not converted."
    EXIT PARAGRAPH
END-IF
IF WS-OLD-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-OLD-NAME ", file status " WS-OLD-STATUS
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF
MOVE 'N' TO WS-TARGET-FREE
OPEN INPUT REGISTER-FILE
IF WS-REG-STATUS = '35'
    MOVE 'Y' TO WS-TARGET-FREE
ELSE
    IF WS-REG-STATUS = '00'
        CLOSE REGISTER-FILE
    END-IF
END-IF
IF WS-TARGET-FREE NOT = 'Y'
    PERFORM REFUSE-TARGET
    CLOSE OLD-REGISTER-FILE
    EXIT PARAGRAPH
END-IF
OPEN OUTPUT REGISTER-FILE
IF WS-REG-STATUS NOT = '00'
    DISPLAY "ERROR: unable to create " WS-NEW-NAME ", file status " WS-REG-STATUS
    MOVE 8 TO RETURN-CODE
    CLOSE OLD-REGISTER-FILE
    EXIT PARAGRAPH
END-IF
CLOSE REGISTER-FILE
OPEN I-O REGISTER-FILE
PERFORM RESET-COUNTS
PERFORM UNTIL WS-OLD-EOF = 'Y'
    READ OLD-REGISTER-FILE
        AT END MOVE 'Y' TO WS-OLD-EOF
        NOT AT END
            ADD 1 TO WS-COUNT-READ
            PERFORM LOAD-ONE-RUN
    END-READ
END-PERFORM
CLOSE OLD-REGISTER-FILE
CLOSE REGISTER-FILE
PERFORM SHOW-COUNTS
IF WS-COUNT-REPLACED > 0
    DISPLAY "  " WS-COUNT-REPLACED " repeated run ID line(s) replaced by the later line."
END-IF.

LOAD-ONE-RUN.
MOVE OLD-REGISTER-RECORD TO REGISTER-RECORD
IF XMT-RESENDS IS NOT NUMERIC
    MOVE 0 TO XMT-RESENDS
END-IF
WRITE REGISTER-RECORD
    INVALID KEY
        IF WS-REG-STATUS = '22'
            REWRITE REGISTER-RECORD
                INVALID KEY
                    DISPLAY "ERROR: run " XMT-RUN-ID
                        " not loaded, file status " WS-REG-STATUS
                    ADD 1 TO WS-COUNT-FAILED
                NOT INVALID KEY
                    ADD 1 TO WS-COUNT-REPLACED
            END-REWRITE
        ELSE
            DISPLAY "ERROR: run " XMT-RUN-ID
                " not loaded, file status " WS-REG-STATUS
            ADD 1 TO WS-COUNT-FAILED
        END-IF
    NOT INVALID KEY
        ADD 1 TO WS-COUNT-LOADED
END-WRITE.

REFUSE-TARGET.
*> THE INDEXED FILE ALREADY EXISTS (OR SOMETHING UNREADABLE SITS
*> UNDER ITS NAME - MOST LIKELY THE FLAT FILE, NOT YET RENAMED).
*> EITHER WAY IT IS LEFT EXACTLY AS IT IS.
DISPLAY "ERROR: " WS-NEW-NAME " is already on hand; " WS-OLD-NAME " not loaded."
DISPLAY "Rename the flat file to " WS-OLD-NAME " (or remove a converted"
DISPLAY WS-NEW-NAME " deliberately) and run the conversion again."
MOVE 8 TO RETURN-CODE.

RESET-COUNTS.
MOVE 'N' TO WS-OLD-EOF
MOVE SPACES TO WS-LAST-RUN-ID
MOVE SPACES TO WS-LAST-SEQ
MOVE 0 TO WS-NEXT-NO
MOVE 0 TO WS-COUNT-READ
MOVE 0 TO WS-COUNT-LOADED
MOVE 0 TO WS-COUNT-REPLACED
MOVE 0 TO WS-COUNT-FAILED.

SHOW-COUNTS.
DISPLAY WS-OLD-NAME " to " WS-NEW-NAME ": " WS-COUNT-READ " read, "
    WS-COUNT-LOADED " loaded, " WS-COUNT-FAILED " not loaded."
IF WS-COUNT-FAILED > 0
    MOVE 8 TO RETURN-CODE
END-IF.
