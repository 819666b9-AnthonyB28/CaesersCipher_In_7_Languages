INSTALLATION. XYZ.
DATE-WRITTEN. 26/9/2.
*> MAINTENANCE LOG
*> 26/10/15 - XMITREG.DAT IS NOW AN INDEXED FILE KEYED BY RUN ID.
*>            EACH ACK READS ITS REGISTER ENTRY BY KEY AND A
*>            CONFIRMATION REWRITES THAT ONE RECORD IN PLACE; THE
*>            OVERDUE PASS BROWSES THE REGISTER IN RUN-ID ORDER. THE
*>            200-RUN TABLE, ITS OVERFLOW WARNING AND THE XMITREG.TMP
*>            HOLD-FILE REWRITE ARE GONE - THE REGISTER CAN GROW
*>            WITHOUT A CEILING AND IS NEVER REWRITTEN WHOLESALE.
*> 26/10/15 - RETRANSMISSION: XMITRESEND RE-ISSUES A KEPT RUN UNDER
*>            ITS ORIGINAL RUN ID AND MARKS THE REGISTER LINE 'R'
*>            (RESENT) WITH THE RESEND DATE AND OPERATOR. AN 'R' RUN
*>            IS AWAITING AN ACK JUST AS AN 'S' RUN IS, SO THE ACK FROM
*>            THE SECOND SEND CONFIRMS IT - EVEN A RUN CONFIRMED ONCE
*>            AND THEN RESENT IS NOT CALLED A DUPLICATE - AND ITS
*>            OVERDUE CLOCK RUNS FROM THE RESEND, NOT THE FIRST SEND.
*>            THE REGISTER LINE GREW TO 101 BYTES (GENERATION NAME,
*>            RESEND COUNT/DATE/OPERATOR).
*> 26/9/2  - ORIGINAL VERSION. DOWNSTREAM ACKNOWLEDGMENT MATCHING:
*>           THE BATCH REGISTERS EVERY COMPLETED CIPHEROUT.DAT RUN ON
*>           XMITREG.DAT; THE RECEIVING SIDE RETURNS AN
*>           PERIOD ARE REPORTED TOO - A FILE LOST IN TRANSMISSION
*>           SURFACES HERE INSTEAD OF WHEN THE OTHER SIDE PHONES.
*>
*> XMITREG.DAT RECORD LAYOUT (INDEXED ON RUN ID, AS WRITTEN BY THE
*> BATCH IN ceasercipher2.cob): RUN ID (1:14), RUN DATE (16:8), COUNT (25:9),
*> HASH (35:12), STATUS (48:1) 'S' SENT / 'R' RESENT / 'C' CONFIRMED,
*> ACK DATE (50:8), GENERATION FILE (59:22), RESEND COUNT (82:2),
*> RESEND DATE (85:8), RESEND OPERATOR (94:8), BLANK-SEPARATED.
*> ACKIN.DAT LINE LAYOUT (AGREED WITH THE RECEIVING SIDE): RUN ID
*> (1:14), COUNT (16:9), HASH (26:12), BLANK-SEPARATED.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTER-FILE ASSIGN TO "XMITREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XMT-RUN-ID
        FILE STATUS IS WS-REG-STATUS.
    SELECT ACK-FILE ASSIGN TO "ACKIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT PRINT-FILE ASSIGN TO "XMITACK.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  ACK-FILE.
01  ACK-RECORD.
FD  PRINT-FILE.
01  PRINT-LINE PIC X(100).

WORKING-STORAGE SECTION.
  01 WS-REG-STATUS PIC X(2).
  01 WS-ACK-STATUS PIC X(2).
  01 WS-PRINT-STATUS PIC X(2).
  01 WS-REG-EOF PIC X(1).
  01 WS-REG-OPEN PIC X(1) VALUE 'N'.
  01 WS-REG-FOUND PIC X(1).
  01 WS-ACK-EOF PIC X(1).
  01 WS-TODAY PIC X(8).
  01 WS-GRACE-TEXT PIC X(3).
  01 WS-GRACE-DAYS PIC 9(3).
  01 WS-DAYS-OUT PIC 9(5).
  01 WS-CLOCK-DATE PIC X(8).
  01 WS-COUNT-ACKS PIC 9(6) VALUE 0.
  01 WS-COUNT-CONFIRMED PIC 9(6) VALUE 0.
  01 WS-COUNT-UNKNOWN PIC 9(6) VALUE 0.
    MOVE 2 TO WS-GRACE-DAYS
    DISPLAY "Not a number; using the usual 002 days."
END-IF
PERFORM OPEN-REGISTER
OPEN OUTPUT PRINT-FILE
IF WS-PRINT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "XMITACK.PRT" ", file status " WS-PRINT-STATUS
PERFORM REPORT-OVERDUE
PERFORM WRITE-SUMMARY
CLOSE PRINT-FILE
IF WS-REG-OPEN = 'Y'
    CLOSE REGISTER-FILE
END-IF
DISPLAY "Ack matching complete: " WS-COUNT-ACKS " ack(s), "
    WS-COUNT-CONFIRMED " confirmed, " WS-COUNT-UNKNOWN " unknown, "
    WS-COUNT-DUPLICATE " duplicate, " WS-COUNT-MISMATCH " mismatched, "
    WS-COUNT-OVERDUE " run(s) overdue; see XMITACK.PRT."
STOP RUN.

OPEN-REGISTER.
*> THE REGISTER IS HELD OPEN I-O FOR THE WHOLE RUN: EVERY ACK IS A
*> KEYED READ OF ITS RUN AND A CONFIRMATION IS A REWRITE OF THAT ONE
*> RECORD, SO NOTHING ELSE ON THE REGISTER IS EVER TOUCHED.
OPEN I-O REGISTER-FILE
IF WS-REG-STATUS = '35'
    DISPLAY "No transmission register on file; nothing has been sent yet."
    EXIT PARAGRAPH
    DISPLAY "ERROR: unable to open " "XMITREG.DAT" ", file status " WS-REG-STATUS
    STOP RUN
END-IF
MOVE 'Y' TO WS-REG-OPEN.

PROCESS-ACKS.
MOVE 'N' TO WS-ACK-EOF
CLOSE ACK-FILE.

MATCH-ONE-ACK.
MOVE 'N' TO WS-REG-FOUND
IF WS-REG-OPEN = 'Y'
    MOVE ACK-RUN-ID TO XMT-RUN-ID
    READ REGISTER-FILE KEY IS XMT-RUN-ID
        INVALID KEY MOVE 'N' TO WS-REG-FOUND
        NOT INVALID KEY MOVE 'Y' TO WS-REG-FOUND
    END-READ
END-IF
EVALUATE TRUE
    WHEN WS-REG-FOUND = 'N'
        ADD 1 TO WS-COUNT-UNKNOWN
        MOVE SPACES TO PRINT-LINE
        STRING "UNKNOWN RUN  ack for " ACK-RUN-ID
            " which is not on the register - we never sent it"
            DELIMITED BY SIZE INTO PRINT-LINE
        WRITE PRINT-LINE
    WHEN XMT-STATUS = 'C'
        ADD 1 TO WS-COUNT-DUPLICATE
        MOVE SPACES TO PRINT-LINE
        STRING "DUPLICATE    run " ACK-RUN-ID
            " was already confirmed on " XMT-ACK-DATE
            DELIMITED BY SIZE INTO PRINT-LINE
        WRITE PRINT-LINE
    WHEN ACK-COUNT IS NOT NUMERIC OR ACK-HASH IS NOT NUMERIC
            " ack totals are not numeric; run left unconfirmed"
            DELIMITED BY SIZE INTO PRINT-LINE
        WRITE PRINT-LINE
    WHEN FUNCTION NUMVAL(ACK-COUNT) NOT = XMT-COUNT
        OR FUNCTION NUMVAL(ACK-HASH) NOT = XMT-HASH
        ADD 1 TO WS-COUNT-MISMATCH
        MOVE SPACES TO PRINT-LINE
        STRING "MISMATCH     run " ACK-RUN-ID
            " acked count " ACK-COUNT " hash " ACK-HASH
            " but register holds " XMT-COUNT
            " / " XMT-HASH "; run left unconfirmed"
            DELIMITED BY SIZE INTO PRINT-LINE
        WRITE PRINT-LINE
        PERFORM SUGGEST-RESEND
    WHEN OTHER
        ADD 1 TO WS-COUNT-CONFIRMED
        MOVE SPACES TO PRINT-LINE
        IF XMT-STATUS = 'R'
            STRING "CONFIRMED    run " ACK-RUN-ID
                " on the resend of " XMT-RESENT-DATE
                " by " XMT-RESENT-OPER
                DELIMITED BY SIZE INTO PRINT-LINE
        ELSE
            STRING "CONFIRMED    run " ACK-RUN-ID
                DELIMITED BY SIZE INTO PRINT-LINE
        END-IF
        WRITE PRINT-LINE
        MOVE 'C' TO XMT-STATUS
        MOVE WS-TODAY TO XMT-ACK-DATE
        REWRITE REGISTER-RECORD
            INVALID KEY
                DISPLAY "ERROR: unable to record the confirmation of run "
                    ACK-RUN-ID ", file status " WS-REG-STATUS
        END-REWRITE
END-EVALUATE.

SUGGEST-RESEND.
*> A RUN THE OTHER SIDE DID NOT RECEIVE INTACT CAN GO AGAIN, BYTE FOR
*> BYTE UNDER THE SAME RUN ID, IF ITS GENERATION WAS KEPT.
MOVE SPACES TO PRINT-LINE
IF XMT-GEN-NAME NOT = SPACES
    STRING "               kept as " XMT-GEN-NAME
        " - XMITRESEND can re-issue it under the same run ID"
        DELIMITED BY SIZE INTO PRINT-LINE
ELSE
    MOVE "               no kept generation - the run cannot be re-issued"
        TO PRINT-LINE
END-IF
WRITE PRINT-LINE.

REPORT-OVERDUE.
*> ANY RUN STILL 'S' (SENT, NEVER CONFIRMED) OLDER THAN THE GRACE
*> PERIOD IS THE LOST-FILE CASE THIS JOB EXISTS FOR. A RESENT RUN
*> ('R') IS TIMED FROM ITS RESEND. THE REGISTER IS BROWSED FROM ITS
*> FIRST KEY, SO THE OLDEST RUN IS REPORTED FIRST.
IF WS-REG-OPEN NOT = 'Y'
    EXIT PARAGRAPH
END-IF
MOVE 'N' TO WS-REG-EOF
MOVE LOW-VALUES TO XMT-RUN-ID
START REGISTER-FILE KEY IS NOT LESS THAN XMT-RUN-ID
    INVALID KEY MOVE 'Y' TO WS-REG-EOF
END-START
PERFORM UNTIL WS-REG-EOF = 'Y'
    READ REGISTER-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-REG-EOF
        NOT AT END PERFORM CHECK-ONE-OVERDUE
    END-READ
END-PERFORM.

CHECK-ONE-OVERDUE.
MOVE XMT-RUN-DATE TO WS-CLOCK-DATE
IF XMT-STATUS = 'R' AND XMT-RESENT-DATE IS NUMERIC
    MOVE XMT-RESENT-DATE TO WS-CLOCK-DATE
END-IF
IF XMT-STATUS = 'C' OR WS-CLOCK-DATE IS NOT NUMERIC
    EXIT PARAGRAPH
END-IF
COMPUTE WS-DAYS-OUT =
    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
    - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CLOCK-DATE))
IF WS-DAYS-OUT > WS-GRACE-DAYS
    ADD 1 TO WS-COUNT-OVERDUE
    MOVE SPACES TO PRINT-LINE
    IF XMT-STATUS = 'R'
        STRING "OVERDUE      run " XMT-RUN-ID
            " resent " WS-CLOCK-DATE ", "
            WS-DAYS-OUT " day(s) without an acknowledgment"
            DELIMITED BY SIZE INTO PRINT-LINE
    ELSE
        STRING "OVERDUE      run " XMT-RUN-ID
            " sent " WS-CLOCK-DATE ", "
            WS-DAYS-OUT " day(s) without an acknowledgment"
            DELIMITED BY SIZE INTO PRINT-LINE
    END-IF
    WRITE PRINT-LINE
    PERFORM SUGGEST-RESEND
END-IF.

WRITE-SUMMARY.
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Overdue:        " WS-COUNT-OVERDUE DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE.
