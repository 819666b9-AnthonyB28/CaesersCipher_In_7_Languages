INSTALLATION. XYZ.
DATE-WRITTEN. 26/9/2.
*> MAINTENANCE LOG
*> 26/10/15 - WORKQ.DAT IS NOW AN INDEXED FILE KEYED BY RUN ID,
*>            SEQUENCE AND SEGMENT. THE "RUN ALREADY QUEUED" GUARD IS A
*>            START ON THE RUN ID INSTEAD OF A FULL SCAN, AND EACH ITEM
*>            GOES ON BY A KEYED WRITE. THE SEGMENT NUMBER KEEPS THE
*>            SEVERAL FLAGGED SEGMENTS OF ONE LONG MESSAGE - WHICH ALL
*>            SHARE THE MESSAGE'S SEQUENCE - APART ON THE KEY.
*> 26/9/2  - ORIGINAL VERSION. POST-BATCH EXCEPTION EXTRACT: PULLS
*>           EVERY FLAGGED DETAIL RECORD OFF CIPHEROUT.DAT - STATUS
*>           'N' (SOLVE FAILED, ROUTED TO A HUMAN), 'T' (POSSIBLE
*>           RUNS UNDER THE NIGHTRUN DRIVER AFTER RECONCILIATION.
*>
*> WORKQ.DAT RECORD LAYOUT (EXCWORK READS AND REWRITES THE SAME
*> LAYOUT AND MUST STAY IN STEP WITH IT), BLANK-SEPARATED, INDEXED ON
*> RUN ID + SEQUENCE + SEGMENT (BYTES 12-36):
*>   STATUS X(1) ('O' OPEN, 'S' SOLVED, 'R' RETURNED TO SUBMITTER,
*>   'W' WRITTEN OFF), ADDED DATE X(8), RUN ID X(14), SEQUENCE X(6),
*>   SEGMENT 9(3) (1 UP WITHIN THE SEQUENCE), FLAG X(1) (THE N/T/U OFF THE OUTPUT RECORD), TEXT X(50),
*>   DISPOSITION OPERATOR X(8), DISPOSITION DATE X(8), DISPOSITION
*>   KEY X(20).

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT WORKQ-FILE ASSIGN TO "WORKQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QUE-KEY
        FILE STATUS IS WS-WQ-STATUS.

DATA DIVISION.
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
  01 WS-OUT-STATUS PIC X(2).
  01 WS-WQ-STATUS PIC X(2).
  01 WS-OUT-EOF PIC X(1) VALUE 'N'.
  01 WS-TODAY PIC X(8).
  01 WS-RUN-ID PIC X(14) VALUE SPACES.
  01 WS-RUN-QUEUED PIC X(1) VALUE 'N'.
  01 WS-COUNT-QUEUED PIC 9(6) VALUE 0.
  01 WS-LAST-SEQ PIC X(6) VALUE SPACES.
  01 WS-SEG-NO PIC 9(3) VALUE 0.
  01 WS-ITEM-WRITTEN PIC X(1).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
OPEN I-O WORKQ-FILE
IF WS-WQ-STATUS = '35'
    OPEN OUTPUT WORKQ-FILE
    CLOSE WORKQ-FILE
    OPEN I-O WORKQ-FILE
END-IF
IF WS-WQ-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "WORKQ.DAT" ", file status " WS-WQ-STATUS
GOBACK.

CHECK-RUN-QUEUED.
*> THE ONLY GUARD A RERUN NEEDS IS "HAVE I SEEN THIS RUN ID BEFORE":
*> A START AT THE RUN ID'S LOWEST KEY, AND ONE READ TO SEE WHETHER
*> THE RECORD IT LANDS ON BELONGS TO THE RUN.
MOVE 'N' TO WS-RUN-QUEUED
MOVE LOW-VALUES TO QUE-KEY
MOVE WS-RUN-ID TO QUE-RUN-ID
START WORKQ-FILE KEY IS NOT LESS THAN QUE-KEY
    INVALID KEY EXIT PARAGRAPH
END-START
READ WORKQ-FILE NEXT RECORD
    AT END CONTINUE
    NOT AT END
        IF QUE-RUN-ID = WS-RUN-ID
            MOVE 'Y' TO WS-RUN-QUEUED
        END-IF
END-READ.

QUEUE-ITEM.
*> SEGMENTS OF ONE MESSAGE ARRIVE TOGETHER UNDER ONE SEQUENCE AND ARE
*> NUMBERED 1 UP; SHOULD THE KEY STILL BE TAKEN, THE NEXT SEGMENT
*> NUMBER IS TRIED SO NO FLAGGED RECORD IS LOST.
IF OUT-SEQ = WS-LAST-SEQ
    ADD 1 TO WS-SEG-NO
ELSE
    MOVE OUT-SEQ TO WS-LAST-SEQ
    MOVE 1 TO WS-SEG-NO
END-IF
MOVE SPACES TO WORKQ-RECORD
MOVE 'O' TO QUE-STATUS
MOVE WS-TODAY TO QUE-ADDED
MOVE OUT-SEQ TO QUE-SEQ
MOVE OUT-STATUS TO QUE-FLAG
MOVE OUT-TEXT TO QUE-TEXT
MOVE 'N' TO WS-ITEM-WRITTEN
PERFORM UNTIL WS-ITEM-WRITTEN = 'Y'
    MOVE WS-SEG-NO TO QUE-SEG
    WRITE WORKQ-RECORD
        INVALID KEY
            IF WS-WQ-STATUS = '22' AND WS-SEG-NO < 999
                ADD 1 TO WS-SEG-NO
            ELSE
                DISPLAY "ERROR: unable to queue run " WS-RUN-ID " seq " OUT-SEQ
                    ", file status " WS-WQ-STATUS
                MOVE 'Y' TO WS-ITEM-WRITTEN
            END-IF
        NOT INVALID KEY
            MOVE 'Y' TO WS-ITEM-WRITTEN
            ADD 1 TO WS-COUNT-QUEUED
    END-WRITE
END-PERFORM.
