IDENTIFICATION DIVISION.
PROGRAM-ID. XMITRESEND.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. RETRANSMISSION OF A REGISTERED RUN.
*>            WHEN XMITACK REPORTS A RUN OVERDUE OR ITS COUNT/HASH
*>            MISMATCHED, THE ONLY REMEDY USED TO BE RERUNNING THE
*>            WHOLE BATCH UNDER A NEW RUN ID, WHICH THE RECEIVING SIDE
*>            THEN TREATED AS A DIFFERENT FILE. THE BATCH NOW KEEPS
*>            EVERY COMPLETED RUN AS ITS OWN GENERATION (CIPH<RUN
*>            ID>.DAT, NAMED ON THE RUN'S XMITREG.DAT RECORD); THIS JOB
*>            PUTS A CHOSEN GENERATION BACK ON ITS INTERFACE FILE BYTE
*>            FOR BYTE - SAME RUN ID, SAME COUNT AND HASH - AND MARKS
*>            THE REGISTER RECORD 'R' (RESENT) WITH THE DATE, THE
*>            OPERATOR AND A RESEND COUNT, SO XMITACK ACCEPTS THE ACK
*>            FROM THE SECOND SEND. A RUN WHOSE ID BEGINS WITH A
*>            PARTNER ID ON PARTNERS.DAT WAS SENT ON THAT PARTNER'S OWN
*>            FILE, PTNOUT<PARTNER>.DAT, AND IS RE-ISSUED THERE; EVERY
*>            OTHER RUN GOES BACK ON CIPHEROUT.DAT. THE RUN TO RESEND
*>            AND THE RUN NOW ON THE FILE ARE EACH A KEYED READ OF
*>            XMITREG.DAT, AND THE RESEND MARK IS A REWRITE OF THE ONE
*>            RECORD. BEFORE ANYTHING IS COPIED:
*>              - THE OPERATOR MUST CARRY THE BATCH ('B') FLAG,
*>              - THE GENERATION IS RE-COUNTED AND RE-HASHED AND MUST
*>                AGREE WITH ITS OWN TRAILER AND WITH THE REGISTER,
*>              - THE FILE ABOUT TO BE OVERWRITTEN MUST NOT HOLD WORK
*>                THAT EXISTS NOWHERE ELSE: NO BATCH CHECKPOINT
*>                OUTSTANDING (ONE LEFT AT PHASE 'P', PARTNER FILES
*>                STILL TO BUILD, BLOCKS IT LIKE ANY OTHER), AND THE
*>                RUN ON IT REGISTERED (AND, IDEALLY, KEPT).
*>            THE 42-BYTE CHECKPOINT RECORD IS KEPT IN STEP WITH THE
*>            BATCH.
*>
*> XMITREG.DAT RECORD LAYOUT AS XMITACK DESCRIBES IT (101 BYTES,
*> INDEXED ON RUN ID).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTER-FILE ASSIGN TO "XMITREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XMT-RUN-ID
        FILE STATUS IS WS-REG-STATUS.
    SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEN-STATUS.
    SELECT CIPHER-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTN-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPOINT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-STATUS.
    SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  GENERATION-FILE.
01  GEN-RECORD.
    05 GEN-REC-TYPE   PIC X(1).
    05 GEN-SEQ        PIC 9(6).
    05 FILLER         PIC X(57).
01  GEN-HEADER-RECORD.
    05 GHD-REC-TYPE   PIC X(1).
    05 GHD-RUN-DATE   PIC X(8).
    05 GHD-RUN-ID     PIC X(14).
01  GEN-TRAILER-RECORD.
    05 GTR-REC-TYPE   PIC X(1).
    05 GTR-COUNT      PIC 9(9).
    05 GTR-SEQ-HASH   PIC 9(12).

FD  CIPHER-OUT-FILE.
01  OUT-LINE PIC X(64).
01  OUT-HEADER-RECORD.
    05 HDR-REC-TYPE   PIC X(1).
    05 HDR-RUN-DATE   PIC X(8).
    05 HDR-RUN-ID     PIC X(14).

FD  CHECKPOINT-FILE.
01  CHECKPOINT-RECORD PIC X(42).

FD  PARTNER-FILE.
01  PARTNER-RECORD.
    05 PTN-ID      PIC X(4).
    05 FILLER      PIC X(1).
    05 PTN-KEYTYPE PIC X(1).
    05 FILLER      PIC X(1).
    05 PTN-KEYNAME PIC X(20).
    05 FILLER      PIC X(1).
    05 PTN-STATUS  PIC X(1).

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

WORKING-STORAGE SECTION.
  01 WS-REG-STATUS PIC X(2).
  01 WS-GEN-STATUS PIC X(2).
  01 WS-OUT-STATUS PIC X(2).
  01 WS-OUT-NAME PIC X(16) VALUE "CIPHEROUT.DAT".
  01 WS-PTN-STATUS PIC X(2).
  01 WS-PTN-EOF PIC X(1).
  01 WS-CKPT-STATUS PIC X(2).
  01 WS-AUTH-STATUS PIC X(2).
  01 WS-GEN-EOF PIC X(1).
  01 WS-AUTH-EOF PIC X(1).
  01 WS-TODAY PIC X(8).
  01 WS-OPERATOR PIC X(8).
  01 WS-OPR-OK PIC X(1).
  01 WS-RUN-ID PIC X(14).
  01 WS-GEN-NAME PIC X(22).
  01 WS-CHOICE PIC X(1).
  01 WS-FOUND PIC X(1) VALUE 'N'.
  01 WS-FOUND-STATUS PIC X(1).
  01 WS-FOUND-COUNT PIC 9(9).
  01 WS-FOUND-HASH PIC 9(12).
  01 WS-RESENDS PIC 9(2).
  01 WS-CURRENT-RUN-ID PIC X(14) VALUE SPACES.
  01 WS-CURRENT-REGISTERED PIC X(1) VALUE 'N'.
  01 WS-CURRENT-KEPT PIC X(1) VALUE 'N'.
  01 WS-GEN-OK PIC X(1).
  01 WS-GEN-HEADER-ID PIC X(14).
  01 WS-GEN-TRL-COUNT PIC 9(9).
  01 WS-GEN-TRL-HASH PIC 9(12).
  01 WS-GEN-TRAILERS PIC 9(3).
  01 WS-DETAIL-COUNT PIC 9(9).
  01 WS-SEQ-HASH PIC 9(12).
  01 WS-COUNT-COPIED PIC 9(9).

PROCEDURE DIVISION.
MAIN-LOGIC.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
DISPLAY "Retransmit a registered run. Enter your operator id."
ACCEPT WS-OPERATOR
PERFORM CHECK-OPERATOR
IF WS-OPR-OK NOT = 'Y'
    DISPLAY "Operator " WS-OPERATOR " may not release batch runs; retransmit refused."
    STOP RUN
END-IF
DISPLAY "Run ID to retransmit?"
ACCEPT WS-RUN-ID
IF WS-RUN-ID = SPACES
    DISPLAY "No run ID given; nothing retransmitted."
    STOP RUN
END-IF
PERFORM SET-DESTINATION
PERFORM READ-CURRENT-HEADER
PERFORM FIND-REGISTER-ENTRIES
IF WS-FOUND NOT = 'Y'
    DISPLAY "Run " WS-RUN-ID " is not on XMITREG.DAT; only a registered run can be resent."
    STOP RUN
END-IF
IF WS-GEN-NAME = SPACES
    DISPLAY "Run " WS-RUN-ID " has no kept generation on the register; it cannot be"
    DISPLAY "re-issued byte for byte."
    STOP RUN
END-IF
PERFORM VERIFY-GENERATION
IF WS-GEN-OK NOT = 'Y'
    STOP RUN
END-IF
PERFORM CHECK-OUTBOUND-FREE
IF WS-CHOICE NOT = 'Y'
    STOP RUN
END-IF
DISPLAY "Re-issue run " WS-RUN-ID " (" WS-FOUND-COUNT " details, hash "
    WS-FOUND-HASH ") from " WS-GEN-NAME " onto " WS-OUT-NAME "? (Y/N)"
ACCEPT WS-CHOICE
IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
    DISPLAY "Nothing retransmitted."
    STOP RUN
END-IF
PERFORM COPY-GENERATION
IF WS-GEN-OK NOT = 'Y'
    STOP RUN
END-IF
PERFORM MARK-REGISTER
DISPLAY "Run " WS-RUN-ID " re-issued on " WS-OUT-NAME ": " WS-COUNT-COPIED
    " record(s); register marked resent (" WS-RESENDS ") by " WS-OPERATOR
    " on " WS-TODAY "."
STOP RUN.

CHECK-OPERATOR.
*> ONLY AN OPERATOR CARRYING THE BATCH ('B') FLAG MAY PUT A FILE ON
*> THE OUTBOUND INTERFACE. A MISSING AUTHORIZATION FILE GETS THE
*> USUAL GRACE.
MOVE 'N' TO WS-OPR-OK
MOVE 'N' TO WS-AUTH-EOF
IF WS-OPERATOR = SPACES
    EXIT PARAGRAPH
END-IF
OPEN INPUT OPERAUTH-FILE
IF WS-AUTH-STATUS = '35'
    DISPLAY "WARNING: no OPERAUTH.DAT on hand - operator accepted unchecked."
    MOVE 'Y' TO WS-OPR-OK
    EXIT PARAGRAPH
END-IF
IF WS-AUTH-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "OPERAUTH.DAT" ", file status " WS-AUTH-STATUS
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-AUTH-EOF = 'Y' OR WS-OPR-OK = 'Y'
    READ OPERAUTH-FILE
        AT END MOVE 'Y' TO WS-AUTH-EOF
        NOT AT END
            IF OPR-ID = WS-OPERATOR AND OPR-STATUS NOT = 'I'
                AND OPR-PERM-B = 'Y'
                MOVE 'Y' TO WS-OPR-OK
            END-IF
    END-READ
END-PERFORM
CLOSE OPERAUTH-FILE.

SET-DESTINATION.
*> A PARTNER RUN ID IS THE PARTNER ID FOLLOWED BY THE BATCH RUN'S
*> YYMMDDHHMM; ITS FILE WENT OUT AS PTNOUT<PARTNER>.DAT. WITH NO
*> PARTNERS.DAT EVERY RUN IS TAKEN AS A CIPHEROUT.DAT RUN.
MOVE "CIPHEROUT.DAT" TO WS-OUT-NAME
MOVE 'N' TO WS-PTN-EOF
OPEN INPUT PARTNER-FILE
IF WS-PTN-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-PTN-EOF = 'Y'
    READ PARTNER-FILE
        AT END MOVE 'Y' TO WS-PTN-EOF
        NOT AT END
            IF PTN-ID NOT = SPACES AND PTN-ID = WS-RUN-ID(1:4)
                MOVE SPACES TO WS-OUT-NAME
                STRING "PTNOUT" PTN-ID ".DAT" DELIMITED BY SIZE INTO WS-OUT-NAME
                MOVE 'Y' TO WS-PTN-EOF
            END-IF
    END-READ
END-PERFORM
CLOSE PARTNER-FILE.

READ-CURRENT-HEADER.
*> WHATEVER RUN IS ON THE DESTINATION FILE NOW IS ABOUT TO BE OVERWRITTEN;
*> ITS RUN ID IS CHECKED AGAINST THE REGISTER BELOW.
MOVE SPACES TO WS-CURRENT-RUN-ID
OPEN INPUT CIPHER-OUT-FILE
IF WS-OUT-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
READ CIPHER-OUT-FILE
    AT END CONTINUE
    NOT AT END
        IF HDR-REC-TYPE = 'H'
            MOVE HDR-RUN-ID TO WS-CURRENT-RUN-ID
        END-IF
END-READ
CLOSE CIPHER-OUT-FILE.

FIND-REGISTER-ENTRIES.
*> TWO KEYED READS: THE RUN TO RESEND, AND THE RUN NOW ON THE
*> INTERFACE FILE.
MOVE SPACES TO WS-GEN-NAME
OPEN INPUT REGISTER-FILE
IF WS-REG-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "XMITREG.DAT" ", file status " WS-REG-STATUS
    EXIT PARAGRAPH
END-IF
MOVE WS-RUN-ID TO XMT-RUN-ID
READ REGISTER-FILE KEY IS XMT-RUN-ID
    INVALID KEY CONTINUE
    NOT INVALID KEY
        MOVE 'Y' TO WS-FOUND
        MOVE XMT-STATUS TO WS-FOUND-STATUS
        MOVE XMT-COUNT TO WS-FOUND-COUNT
        MOVE XMT-HASH TO WS-FOUND-HASH
        MOVE XMT-GEN-NAME TO WS-GEN-NAME
        IF XMT-RESENDS IS NUMERIC
            MOVE XMT-RESENDS TO WS-RESENDS
        ELSE
            MOVE 0 TO WS-RESENDS
        END-IF
END-READ
IF WS-CURRENT-RUN-ID NOT = SPACES
    MOVE WS-CURRENT-RUN-ID TO XMT-RUN-ID
    READ REGISTER-FILE KEY IS XMT-RUN-ID
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO WS-CURRENT-REGISTERED
            IF XMT-GEN-NAME NOT = SPACES
                MOVE 'Y' TO WS-CURRENT-KEPT
            END-IF
    END-READ
END-IF
CLOSE REGISTER-FILE.

VERIFY-GENERATION.
*> THE KEPT FILE MUST STILL BE THE FILE THAT WAS SENT: ITS HEADER
*> NAMES THE RUN, ITS DETAILS RE-COUNT AND RE-HASH (SAME MODULUS AS
*> THE BATCH) TO ITS OWN TRAILER, AND THE TRAILER AGREES WITH THE
*> REGISTER. ANY DIFFERENCE MEANS THE GENERATION WAS DAMAGED OR
*> REPLACED, AND SENDING IT WOULD ONLY MOVE THE MISMATCH DOWNSTREAM.
MOVE 'N' TO WS-GEN-OK
MOVE 'N' TO WS-GEN-EOF
MOVE SPACES TO WS-GEN-HEADER-ID
MOVE 0 TO WS-DETAIL-COUNT
MOVE 0 TO WS-SEQ-HASH
MOVE 0 TO WS-GEN-TRAILERS
MOVE 0 TO WS-GEN-TRL-COUNT
MOVE 0 TO WS-GEN-TRL-HASH
OPEN INPUT GENERATION-FILE
IF WS-GEN-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-GEN-NAME ", file status " WS-GEN-STATUS
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-GEN-EOF = 'Y'
    READ GENERATION-FILE
        AT END MOVE 'Y' TO WS-GEN-EOF
        NOT AT END
            EVALUATE GEN-REC-TYPE
                WHEN 'H'
                    MOVE GHD-RUN-ID TO WS-GEN-HEADER-ID
                WHEN 'D'
                    ADD 1 TO WS-DETAIL-COUNT
                    IF GEN-SEQ IS NUMERIC
                        COMPUTE WS-SEQ-HASH =
                            FUNCTION MOD(WS-SEQ-HASH + GEN-SEQ, 1000000000000)
                    END-IF
                WHEN 'T'
                    ADD 1 TO WS-GEN-TRAILERS
                    IF GTR-COUNT IS NUMERIC AND GTR-SEQ-HASH IS NUMERIC
                        MOVE GTR-COUNT TO WS-GEN-TRL-COUNT
                        MOVE GTR-SEQ-HASH TO WS-GEN-TRL-HASH
                    END-IF
            END-EVALUATE
    END-READ
END-PERFORM
CLOSE GENERATION-FILE
EVALUATE TRUE
    WHEN WS-GEN-HEADER-ID NOT = WS-RUN-ID
        DISPLAY WS-GEN-NAME " carries run " WS-GEN-HEADER-ID
            ", not " WS-RUN-ID "; retransmit refused."
    WHEN WS-GEN-TRAILERS NOT = 1
        DISPLAY WS-GEN-NAME " does not end in exactly one trailer; retransmit refused."
    WHEN WS-DETAIL-COUNT NOT = WS-GEN-TRL-COUNT
        OR WS-SEQ-HASH NOT = WS-GEN-TRL-HASH
        DISPLAY WS-GEN-NAME " re-counts to " WS-DETAIL-COUNT " / " WS-SEQ-HASH
            " against its trailer " WS-GEN-TRL-COUNT " / " WS-GEN-TRL-HASH
            "; retransmit refused."
    WHEN WS-GEN-TRL-COUNT NOT = WS-FOUND-COUNT
        OR WS-GEN-TRL-HASH NOT = WS-FOUND-HASH
        DISPLAY WS-GEN-NAME " totals " WS-GEN-TRL-COUNT " / " WS-GEN-TRL-HASH
            " disagree with the register " WS-FOUND-COUNT " / " WS-FOUND-HASH
            "; retransmit refused."
    WHEN OTHER
        MOVE 'Y' TO WS-GEN-OK
END-EVALUATE.

CHECK-OUTBOUND-FREE.
*> THE DESTINATION IS THE FILE THE TRANSMISSION SIDE PICKS UP, SO IT
*> MAY ONLY BE OVERWRITTEN WHEN NOTHING ON IT WOULD BE LOST: A BATCH
*> STILL MID-RUN (CHECKPOINT OUTSTANDING) OR AN UNREGISTERED FILE IS
*> REFUSED OUTRIGHT; A REGISTERED RUN FROM BEFORE GENERATIONS WERE
*> KEPT NEEDS THE OPERATOR'S SAY-SO.
MOVE 'N' TO WS-CHOICE
OPEN INPUT CHECKPOINT-FILE
IF WS-CKPT-STATUS = '00'
    READ CHECKPOINT-FILE
        AT END CONTINUE
        NOT AT END
            IF CHECKPOINT-RECORD NOT = SPACES
                DISPLAY "A batch checkpoint is outstanding - a run is in flight and"
                DISPLAY "will write " WS-OUT-NAME ". Let it finish before retransmitting."
                CLOSE CHECKPOINT-FILE
                EXIT PARAGRAPH
            END-IF
    END-READ
    CLOSE CHECKPOINT-FILE
END-IF
IF WS-CURRENT-RUN-ID = SPACES OR WS-CURRENT-RUN-ID = WS-RUN-ID
    MOVE 'Y' TO WS-CHOICE
    EXIT PARAGRAPH
END-IF
IF WS-CURRENT-REGISTERED NOT = 'Y'
    DISPLAY WS-OUT-NAME " holds run " WS-CURRENT-RUN-ID
        ", which is not registered; retransmit refused."
    EXIT PARAGRAPH
END-IF
IF WS-CURRENT-KEPT = 'Y'
    MOVE 'Y' TO WS-CHOICE
    EXIT PARAGRAPH
END-IF
DISPLAY WS-OUT-NAME " holds run " WS-CURRENT-RUN-ID
    ", which has no kept generation."
DISPLAY "Overwrite it anyway? (Y/N)"
ACCEPT WS-CHOICE
IF WS-CHOICE = 'y'
    MOVE 'Y' TO WS-CHOICE
END-IF.

COPY-GENERATION.
*> RECORD FOR RECORD, NOTHING RE-BUILT: HEADER, DETAILS AND TRAILER
*> GO OUT EXACTLY AS THE FIRST TIME.
MOVE 'N' TO WS-GEN-OK
MOVE 'N' TO WS-GEN-EOF
MOVE 0 TO WS-COUNT-COPIED
OPEN INPUT GENERATION-FILE
IF WS-GEN-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-GEN-NAME ", file status " WS-GEN-STATUS
    EXIT PARAGRAPH
END-IF
OPEN OUTPUT CIPHER-OUT-FILE
IF WS-OUT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-OUT-NAME ", file status " WS-OUT-STATUS
    CLOSE GENERATION-FILE
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-GEN-EOF = 'Y'
    READ GENERATION-FILE
        AT END MOVE 'Y' TO WS-GEN-EOF
        NOT AT END
            MOVE GEN-RECORD TO OUT-LINE
            WRITE OUT-LINE
            ADD 1 TO WS-COUNT-COPIED
    END-READ
END-PERFORM
CLOSE GENERATION-FILE
CLOSE CIPHER-OUT-FILE
MOVE 'Y' TO WS-GEN-OK.

MARK-REGISTER.
*> THE ONE REGISTER RECORD IS RE-READ BY KEY AND REWRITTEN IN PLACE.
*> THE ACK DATE OF AN EARLIER CONFIRMATION STAYS AS HISTORY; STATUS
*> 'R' IS WHAT TELLS XMITACK TO EXPECT ANOTHER ACK.
IF WS-RESENDS < 99
    ADD 1 TO WS-RESENDS
END-IF
OPEN I-O REGISTER-FILE
IF WS-REG-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "XMITREG.DAT" ", file status " WS-REG-STATUS
    DISPLAY "The run WAS re-issued; mark it resent on the register by hand."
    EXIT PARAGRAPH
END-IF
MOVE WS-RUN-ID TO XMT-RUN-ID
READ REGISTER-FILE KEY IS XMT-RUN-ID
    INVALID KEY
        DISPLAY "ERROR: run " WS-RUN-ID " is no longer on XMITREG.DAT, file status "
            WS-REG-STATUS
        DISPLAY "The run WAS re-issued; mark it resent on the register by hand."
        CLOSE REGISTER-FILE
        EXIT PARAGRAPH
END-READ
MOVE 'R' TO XMT-STATUS
MOVE WS-RESENDS TO XMT-RESENDS
MOVE WS-TODAY TO XMT-RESENT-DATE
MOVE WS-OPERATOR TO XMT-RESENT-OPER
REWRITE REGISTER-RECORD
    INVALID KEY
        DISPLAY "ERROR: unable to rewrite run " WS-RUN-ID " on XMITREG.DAT, file status "
            WS-REG-STATUS
        DISPLAY "The run WAS re-issued; mark it resent on the register by hand."
END-REWRITE
CLOSE REGISTER-FILE.
