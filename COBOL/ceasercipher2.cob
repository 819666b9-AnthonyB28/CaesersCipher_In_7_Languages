*>           FILED ON THE RESTRICTED KEYVAULT.DAT FOR INVESTIGATORS
*>           WHO GENUINELY NEED IT. A JOURNAL READER ALONE CAN NO
*>           LONGER DECRYPT THE ARCHIVE.
*> 26/10/15 - EVERY COMPLETED RUN'S INTERFACE FILE IS NOW KEPT AS ITS
*>            OWN GENERATION, CIPH<RUN ID>.DAT, COPIED RECORD FOR
*>            RECORD FROM CIPHEROUT.DAT ONCE THE TRAILER IS ON DISK -
*>            THE NEXT RUN'S OPEN OUTPUT NO LONGER DESTROYS THE ONLY
*>            COPY OF A FILE THE REGISTER STILL SHOWS AS SENT. THE
*>            XMITREG.DAT LINE GREW FROM 57 TO 101 BYTES TO CATALOGUE
*>            THE GENERATION NAME BESIDE THE RUN, PLUS A RESEND COUNT,
*>            DATE AND OPERATOR THAT THE NEW XMITRESEND JOB FILLS IN
*>            WHEN IT RE-ISSUES A RUN UNDER ITS ORIGINAL RUN ID. A RUN
*>            WHOSE GENERATION COULD NOT BE WRITTEN IS STILL
*>            REGISTERED, WITH A BLANK GENERATION NAME AND A WARNING,
*>            SINCE THE FILE ITSELF IS COMPLETE AND ON ITS WAY.
*> 26/10/15 - XMITREG.DAT IS NOW AN INDEXED FILE KEYED BY RUN ID, SO
*>            XMITACK AND XMITRESEND CAN READ AND REWRITE A SINGLE RUN
*>            IN PLACE. THE RUN IS REGISTERED BY A KEYED WRITE; A RUN
*>            ID ALREADY ON THE REGISTER IS REPORTED, NOT OVERLAID.
*> 26/10/15 - JOURNAL ENTRIES ARE NOW CHAINED FOR TAMPER EVIDENCE: EACH
*>            CARRIES A RUNNING ENTRY NUMBER AND A CHAIN VALUE TAKEN
*>            OVER THE ENTRY BEFORE IT (SEE THE JOURNAL SUBPROGRAM).
*> 26/10/15 - BATCH JOURNAL ENTRIES NOW CARRY THE RUN ID AND THE
*>            TRANSACTION SEQUENCE THEY WERE MADE FOR, SO A KEY'S USE
*>            CAN BE TRACED BACK TO THE RUN THAT SHIPPED IT. BOTH STAY
*>            BLANK ON INTERACTIVE WORK.
*> 26/10/15 - DEPTLOOK READS THE WIDER DEPTMAST.DAT RECORD, WHICH NOW
*>            ENDS WITH THE DEPARTMENT'S GL COST CENTER (LAYOUT KEPT IN
*>            STEP WITH DEPTMAINT).
*> 26/10/15 - PER-PARTNER OUTBOUND ROUTING. NEW BATCH TRANS-MODE 'P':
*>            THE TRANSACTION NAMES ITS DESTINATION PARTNER IN THE
*>            FIRST FOUR BYTES OF TRANS-KEYWORD INSTEAD OF CARRYING A
*>            KEY, AND THE BATCH RESOLVES THE KEY THROUGH PARTNERS.DAT
*>            AND KEYNAMES.DAT EXACTLY AS INBOUND DOES FOR THE FILES
*>            THE PARTNERS SEND US - A NAMED KEY IS A SHIFT WITH DIGITS
*>            LEFT AS THEY ARE, A KEYWORD IS ENCIPHERED FROM ITS FIRST
*>            LETTER ON EVERY DETAIL - SO THE PARTNER READS OUR FILE
*>            THE WAY WE READ THEIRS. PARTNER DETAILS ARE HELD ON THE
*>            PTNSTAGE.DAT WORK FILE (COMMITTED WITH THE CHECKPOINT
*>            LIKE CIPHEROUT.DAT) AND, ONCE THE RUN IS WHOLLY ON DISK,
*>            SPLIT INTO ONE H/D/T INTERFACE FILE PER PARTNER,
*>            PTNOUT<PARTNER>.DAT, UNDER RUN ID <PARTNER><YYMMDDHHMM>
*>            (THE PARTNER ID LEADS, AS ON THE FILES THEY SEND), EACH
*>            KEPT AS ITS OWN CIPH<RUN ID>.DAT GENERATION AND
*>            REGISTERED ON XMITREG.DAT IN ITS OWN RIGHT. A PARTNER
*>            THAT IS UNKNOWN, INACTIVE OR WHOSE KEY NO LONGER
*>            RESOLVES BY THE TIME THE BATCH RUNS GETS NOTHING: THE
*>            DETAIL GOES TO CIPHEROUT.DAT VERBATIM WITH STATUS 'U'
*>            FOR THE EXCEPTION QUEUE, THE SAME AS AN UNKNOWN MODE.
*>            TRAFFIC WITHOUT A PARTNER STILL GOES ON CIPHEROUT.DAT.
*> 26/10/15 - THE CHECKPOINT NOW OUTLIVES THE PARTNER FILES. ONCE THE
*>            CIPHEROUT.DAT TRAILER IS WRITTEN THE CHECKPOINT IS SAVED
*>            WITH PHASE 'P' (NEW CKPT-PHASE BYTE, RECORD 41 TO 42),
*>            AND IT IS CLEARED ONLY AFTER EVERY PARTNER FILE HAS BEEN
*>            BUILT AND REGISTERED. A RUN STOPPED IN BETWEEN RESUMES
*>            UNDER ITS OWN RUN ID WITHOUT TOUCHING CIPHEROUT.DAT'S
*>            DETAILS: IT RE-KEEPS AND REGISTERS THE MAIN FILE IF THAT
*>            HAD NOT HAPPENED, THEN REBUILDS THE PARTNER FILES FROM
*>            PTNSTAGE.DAT. A REGISTER ENTRY ALREADY HOLDING THE SAME
*>            COUNT AND HASH IS TAKEN AS THIS RUN'S OWN.
*> 26/10/15 - JOURNAL ENTRIES ARE WRITTEN UNDER AN EXCLUSIVE HOLD ON
*>            JRNCHAIN.LCK SO JOBS JOURNALING SIDE BY SIDE CANNOT FORK
*>            THE CHAIN (SEE THE JOURNAL SUBPROGRAM).
*> 26/10/15 - A FULL PARTNER SEGMENT IS WARNED ABOUT BUT NO LONGER
*>            FLAGGED 'T': THE PARTNER'S FILE IS NEVER QUEUED FOR
*>            REWORK OR BALANCED FOR FLAGS, SO THE FLAG WENT UNWORKED.
*>            A NEW RUN IS REFUSED (RC 8) BEFORE CIPHEROUT.DAT IS
*>            OPENED IF ANY OF ITS PARTNER RUN IDS - UNIQUE ONLY TO THE
*>            MINUTE - IS ALREADY ON XMITREG.DAT OR ALREADY HAS A
*>            CIPH<RUN ID>.DAT GENERATION, SO A SECOND BATCH IN THE
*>            SAME MINUTE CANNOT OVERWRITE A KEPT PARTNER FILE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "XMITREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XMT-RUN-ID
        FILE STATUS IS WS-REG-STATUS.
    SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GEN-STATUS.
    SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTN-STATUS.
*> PARTNERS.DAT RECORD LAYOUT (KEPT IN STEP WITH INBOUND): PARTNER ID
*> X(4), BLANK, KEY TYPE X(1) ('N' NAMED KEY ON KEYNAMES.DAT, 'K'
*> KEYWORD), BLANK, KEY NAME OR KEYWORD X(20), BLANK, STATUS X(1)
*> ('I' INACTIVE; ANYTHING ELSE, INCLUDING BLANK, IS ACTIVE).
    SELECT STAGE-FILE ASSIGN TO "PTNSTAGE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STG-STATUS.
    SELECT PARTNER-OUT-FILE ASSIGN TO DYNAMIC WS-PTN-OUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTO-STATUS.
    SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
    05 CKPT-COUNT  PIC 9(9).
    05 CKPT-HASH   PIC 9(12).
    05 CKPT-RUN-ID PIC X(14).
    05 CKPT-PHASE  PIC X(1).

FD  ANSWER-FILE.
01  ANSWER-LINE PIC X(80).
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
01  GENERATION-LINE PIC X(64).

FD  PARTNER-FILE.
01  PARTNER-RECORD.
    05 PTN-ID      PIC X(4).
    05 FILLER      PIC X(1).
    05 PTN-KEYTYPE PIC X(1).
    05 FILLER      PIC X(1).
    05 PTN-KEYNAME PIC X(20).
    05 FILLER      PIC X(1).
    05 PTN-STATUS  PIC X(1).

FD  STAGE-FILE.
01  STAGE-RECORD.
    05 STG-PARTNER PIC X(4).
    05 STG-DETAIL  PIC X(64).

FD  PARTNER-OUT-FILE.
01  PARTNER-OUT-LINE.
    05 PTO-REC-TYPE   PIC X(1).
    05 PTO-SEQ        PIC 9(6).
    05 FILLER         PIC X(57).
01  PTO-HEADER-RECORD.
    05 PTO-HDR-TYPE   PIC X(1).
    05 PTO-RUN-DATE   PIC X(8).
    05 PTO-RUN-ID     PIC X(14).
01  PTO-TRAILER-RECORD.
    05 PTO-TRL-TYPE   PIC X(1).
    05 PTO-COUNT      PIC 9(9).
    05 PTO-SEQ-HASH   PIC 9(12).

WORKING-STORAGE SECTION.
  01 INPUTE PIC X(50).
  01 WS-OUT-STATUS PIC X(2).
  01 WS-CKPT-STATUS PIC X(2).
  01 WS-REG-STATUS PIC X(2).
  01 WS-GEN-STATUS PIC X(2).
  01 WS-GEN-NAME PIC X(22).
  01 WS-GEN-KEPT PIC X(1).
  01 WS-GEN-EOF PIC X(1).
  01 WS-AUTH-STATUS PIC X(2).
  01 WS-AUTH-EOF PIC X(1).
  01 WS-ANSW-STATUS PIC X(2).
  01 WS-DENIED-FUNC PIC X(20).
  01 WS-CHECKPOINT-SEQ PIC 9(6) VALUE 0.
  01 WS-CHECKPOINT-LOADED PIC X(1) VALUE 'N'.
*> ' ' = TRANSACTIONS STILL BEING READ; 'P' = CIPHEROUT.DAT COMPLETE,
*> PARTNER FILES STILL TO BUILD AND REGISTER.
  01 WS-CHECKPOINT-PHASE PIC X(1) VALUE SPACE.
  01 WS-PTN-BUILD-OK PIC X(1).
  01 WS-PTN-CLASH PIC X(1) VALUE 'N'.
  01 WS-REG-OPEN PIC X(1) VALUE 'N'.
  01 WS-RUN-ID PIC X(14).
  01 WS-DETAIL-COUNT PIC 9(9) VALUE 0.
  01 WS-SEQ-HASH PIC 9(12) VALUE 0.
      05 PEND-STATUS     PIC X(1).
      05 PEND-SOLVE-SHIFT PIC X(3).
      05 PEND-SOLVE-HITS PIC X(3).
      05 PEND-PARTNER    PIC X(4).
  01 WS-MSG-ACTIVE PIC X(1) VALUE 'N'.
  01 WS-MSG-SEQ PIC 9(6).
  01 WS-MSG-MODE PIC X(1).
  01 WS-MSG-KW-POS PIC 9(3).
  01 WS-MSG-SOLVE-FOUND PIC X(1).
  01 WS-MSG-SOLVE-SHIFT PIC S99.
  01 WS-MSG-PTN-HIT PIC 9(3).
  01 WS-PTN-STATUS PIC X(2).
  01 WS-STG-STATUS PIC X(2).
  01 WS-PTO-STATUS PIC X(2).
  01 WS-PTN-EOF PIC X(1).
  01 WS-STG-EOF PIC X(1).
  01 WS-PTN-OUT-NAME PIC X(16).
  01 WS-PTN-LOOKUP PIC X(4).
  01 WS-PTN-IDX PIC 9(3).
  01 WS-PTN-HIT PIC 9(3).
  01 WS-PTN-KW-POS PIC 9(3).
  01 WS-PTN-LOOKUP-FOUND PIC X(1).
  01 WS-PTN-COUNT PIC 9(3) VALUE 0.
*> ONE ENTRY PER PARTNER ON PARTNERS.DAT. THE KEY IS RESOLVED AND
*> MASKED THE FIRST TIME A RUN SENDS THE PARTNER ANYTHING (WS-PTN-
*> RESOLVED), SO A PARTNER WITH NO TRAFFIC NEVER TOUCHES THE VAULT.
  01 WS-PTN-TABLE.
      05 WS-PTN-ENTRY OCCURS 100 TIMES.
          10 WS-PTN-CODE     PIC X(4).
          10 WS-PTN-TYPE     PIC X(1).
          10 WS-PTN-KEY      PIC X(20).
          10 WS-PTN-ACTIVE   PIC X(1).
          10 WS-PTN-RESOLVED PIC X(1).
          10 WS-PTN-READY    PIC X(1).
          10 WS-PTN-SHIFT    PIC S99.
          10 WS-PTN-KEYTXT   PIC X(20).
          10 WS-PTN-RUN-ID   PIC X(14).
          10 WS-PTN-STAGED   PIC X(1).
*> THE REGISTER ENTRY BEING WRITTEN - THE RUN ON CIPHEROUT.DAT OR ONE
*> PARTNER'S FILE.
  01 WS-XMIT-RUN-ID PIC X(14).
  01 WS-XMIT-COUNT PIC 9(9).
  01 WS-XMIT-HASH PIC 9(12).
  01 JRN-ACTION-LOG PIC X(5) VALUE 'LOG'.
  01 JRN-ACTION-CLOSE PIC X(5) VALUE 'CLOSE'.
  01 JRN-SUBPROG PIC X(8).
*> IS ON HAND; THE DEPARTMENT MUST READ AS BLANK THEN, NOT AS THE
*> UNINITIALIZED LOW-VALUES THAT A LINE-SEQUENTIAL WRITE REFUSES.
  01 JRN-DEPT PIC X(4) VALUE SPACES.
  01 JRN-RUN-ID PIC X(14) VALUE SPACES.
  01 JRN-SEQ PIC X(6) VALUE SPACES.
  01 WS-DEPT-CODE PIC X(4).
  01 WS-DEPT-NAME PIC X(30).
  01 WS-DEPT-FOUND PIC X(1).
    MOVE 8 TO RETURN-CODE
END-IF
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-CLOSE JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ
GOBACK.

READ-ANSWERS.
MOVE 'DENIED' TO JRN-SUBPROG
MOVE WS-DENIED-FUNC TO JRN-KEYTXT
MOVE 0 TO JRN-LEN
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ.

INTERACTIVE-RUN.
*> MENU LOOP: THE OPERATOR PICKS ONE OPERATION AT A TIME AND COMES
END-IF
ADD 1 TO WS-COUNT-ENCRYPT
PERFORM COMPUTE-LEN-INPUTE
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ.

INTERACTIVE-DECRYPT.
DISPLAY "Enter input to decrypt."
END-IF
ADD 1 TO WS-COUNT-DECRYPT
PERFORM COMPUTE-LEN-INPUTD
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ.

INTERACTIVE-SOLVE.
DISPLAY "Enter input to solve for."
MOVE 'SOLVE' TO JRN-SUBPROG
ADD 1 TO WS-COUNT-SOLVE
PERFORM COMPUTE-LEN-INPUTS
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ.

INTERACTIVE-SOLVEK.
DISPLAY "Enter input to keyword-solve."
COMPUTE JRN-LEN = 0
INSPECT FUNCTION REVERSE(INPUTW) TALLYING JRN-LEN FOR LEADING SPACES
COMPUTE JRN-LEN = LENGTH OF INPUTW - JRN-LEN
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ.

CHECK-RAW-LENGTH.
COMPUTE WS-RAW-LEN = 0

BATCH-RUN.
PERFORM LOAD-CHECKPOINT
PERFORM LOAD-PARTNERS
IF WS-CHECKPOINT-PHASE = 'P'
    DISPLAY "Run " WS-RUN-ID " is already on CIPHEROUT.DAT; finishing its partner files."
    PERFORM SET-PARTNER-RUN-IDS
    PERFORM FINISH-RUN
    EXIT PARAGRAPH
END-IF
OPEN INPUT TRANSACTION-FILE
IF WS-TRANS-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-TRANS-NAME ", file status " WS-TRANS-STATUS
            MOVE 'Y' TO WS-NEED-HEADER
        END-IF
        DISPLAY "Resuming batch after checkpoint " WS-CHECKPOINT-SEQ
*> PARTNER DETAILS STAGED BEFORE THE ABEND ARE KEPT THE SAME WAY.
        OPEN EXTEND STAGE-FILE
        IF WS-STG-STATUS = '35'
            OPEN OUTPUT STAGE-FILE
        END-IF
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
        PERFORM SET-PARTNER-RUN-IDS
        PERFORM CHECK-PARTNER-RUN-IDS
        IF WS-PTN-CLASH = 'Y'
            DISPLAY "Run " WS-RUN-ID " refused: a batch already ran in minute "
                WS-RUN-ID(9:2) ":" WS-RUN-ID(11:2) "; rerun once that minute is over."
            MOVE 8 TO RETURN-CODE
            CLOSE TRANSACTION-FILE
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT CIPHER-OUT-FILE
        OPEN OUTPUT STAGE-FILE
        MOVE 0 TO WS-DETAIL-COUNT
        MOVE 0 TO WS-SEQ-HASH
        MOVE 'Y' TO WS-NEED-HEADER
    END-IF
    PERFORM SET-PARTNER-RUN-IDS
    IF WS-STG-STATUS NOT = '00'
        DISPLAY "ERROR: unable to open " "PTNSTAGE.DAT" ", file status " WS-STG-STATUS
        MOVE 8 TO RETURN-CODE
        CLOSE TRANSACTION-FILE
        IF WS-OUT-STATUS = '00'
            CLOSE CIPHER-OUT-FILE
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WS-OUT-STATUS NOT = '00'
        DISPLAY "ERROR: unable to open " "CIPHEROUT.DAT" ", file status " WS-OUT-STATUS
        MOVE 8 TO RETURN-CODE
        CLOSE TRANSACTION-FILE
        CLOSE STAGE-FILE
    ELSE
        IF WS-NEED-HEADER = 'Y'
            PERFORM WRITE-INTERFACE-HEADER
        PERFORM WRITE-INTERFACE-TRAILER
        CLOSE TRANSACTION-FILE
        CLOSE CIPHER-OUT-FILE
        CLOSE STAGE-FILE
        MOVE 'P' TO WS-CHECKPOINT-PHASE
        PERFORM SAVE-CHECKPOINT
        PERFORM FINISH-RUN
    END-IF
END-IF.

FINISH-RUN.
*> EVERYTHING AFTER THE CIPHEROUT.DAT TRAILER. THE CHECKPOINT (PHASE
*> 'P') STAYS UNTIL THE LAST PARTNER FILE IS BUILT, SO A FAILURE HERE
*> IS FINISHED BY RERUNNING THE BATCH, NOT BY A NEW RUN THAT WOULD
*> RE-SEND CIPHEROUT.DAT UNDER ANOTHER RUN ID. EACH STEP IS SAFE TO
*> REPEAT ON THAT RERUN.
PERFORM KEEP-GENERATION
MOVE WS-RUN-ID TO WS-XMIT-RUN-ID
MOVE WS-DETAIL-COUNT TO WS-XMIT-COUNT
MOVE WS-SEQ-HASH TO WS-XMIT-HASH
PERFORM REGISTER-RUN
PERFORM BUILD-PARTNER-FILES
IF WS-PTN-BUILD-OK = 'Y'
    PERFORM CLEAR-CHECKPOINT
ELSE
    MOVE 8 TO RETURN-CODE
    DISPLAY "Checkpoint kept for run " WS-RUN-ID
        "; rerun the batch to finish its partner files."
END-IF.

REGISTER-RUN.
*> A RUN GOES ON THE TRANSMISSION REGISTER ONLY ONCE IT IS WHOLLY ON
*> DISK - TRAILER WRITTEN, CHECKPOINT AT PHASE 'P' OR CLEARED - SO THE
*> REGISTER NEVER CARRIES A RUN THAT MIGHT STILL RESUME AND GROW. A
*> RUN ID ALREADY REGISTERED WITH THE SAME COUNT AND HASH IS THIS RUN
*> REGISTERED BEFORE A RESTART, AND IS LEFT AS IT IS. STATUS STARTS AT
*> 'S' (SENT); THE XMITACK JOB FLIPS IT TO 'C' WHEN THE RECEIVING
*> SIDE'S ACKNOWLEDGMENT MATCHES THE COUNT AND HASH RECORDED HERE.
OPEN I-O REGISTER-FILE
IF WS-REG-STATUS = '35'
    OPEN OUTPUT REGISTER-FILE
END-IF
    DISPLAY "ERROR: unable to open " "XMITREG.DAT" ", file status " WS-REG-STATUS
ELSE
    MOVE SPACES TO REGISTER-RECORD
    MOVE WS-XMIT-RUN-ID TO XMT-RUN-ID
    MOVE WS-RUN-ID(1:8) TO XMT-RUN-DATE
    MOVE WS-XMIT-COUNT TO XMT-COUNT
    MOVE WS-XMIT-HASH TO XMT-HASH
    MOVE 'S' TO XMT-STATUS
    IF WS-GEN-KEPT = 'Y'
        MOVE WS-GEN-NAME TO XMT-GEN-NAME
    END-IF
    MOVE 0 TO XMT-RESENDS
    WRITE REGISTER-RECORD
        INVALID KEY
            PERFORM CHECK-REGISTERED
    END-WRITE
    CLOSE REGISTER-FILE
END-IF.

CHECK-REGISTERED.
READ REGISTER-FILE KEY IS XMT-RUN-ID
    INVALID KEY
        DISPLAY "ERROR: run " WS-XMIT-RUN-ID " could not be registered on XMITREG.DAT,"
            " file status " WS-REG-STATUS
    NOT INVALID KEY
        IF XMT-COUNT NOT = WS-XMIT-COUNT OR XMT-HASH NOT = WS-XMIT-HASH
            DISPLAY "ERROR: run " WS-XMIT-RUN-ID " is already on XMITREG.DAT;"
                " register entry not written, file status " WS-REG-STATUS
        END-IF
END-READ.

KEEP-GENERATION.
*> THE FINISHED INTERFACE FILE IS COPIED RECORD FOR RECORD TO ITS OWN
*> GENERATION, NAMED BY RUN ID, BEFORE ANYTHING CAN REUSE
*> CIPHEROUT.DAT. XMITRESEND RE-ISSUES A RUN FROM THIS COPY, SO IT
*> MUST BE THE FILE AS SENT - HEADER, DETAILS AND TRAILER UNCHANGED.
MOVE 'N' TO WS-GEN-KEPT
MOVE 'N' TO WS-GEN-EOF
MOVE SPACES TO WS-GEN-NAME
STRING "CIPH" WS-RUN-ID ".DAT" DELIMITED BY SIZE INTO WS-GEN-NAME
OPEN INPUT CIPHER-OUT-FILE
IF WS-OUT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to reopen " "CIPHEROUT.DAT" ", file status " WS-OUT-STATUS
        "; run " WS-RUN-ID " NOT kept for retransmission."
    EXIT PARAGRAPH
END-IF
OPEN OUTPUT GENERATION-FILE
IF WS-GEN-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-GEN-NAME ", file status " WS-GEN-STATUS
        "; run " WS-RUN-ID " NOT kept for retransmission."
    CLOSE CIPHER-OUT-FILE
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-GEN-EOF = 'Y'
    READ CIPHER-OUT-FILE
        AT END MOVE 'Y' TO WS-GEN-EOF
        NOT AT END
            MOVE OUT-RECORD TO GENERATION-LINE
            WRITE GENERATION-LINE
    END-READ
END-PERFORM
CLOSE CIPHER-OUT-FILE
CLOSE GENERATION-FILE
MOVE 'Y' TO WS-GEN-KEPT.

WRITE-INTERFACE-HEADER.
*> THE RUN IDENTIFIER IS THE FULL DATE-TIME THE RUN FIRST STARTED,
*> SO A RESTARTED RUN KEEPS THE IDENTIFIER OF THE RUN IT COMPLETES
        NOT AT END
            MOVE CKPT-SEQ TO WS-CHECKPOINT-SEQ
            MOVE 'Y' TO WS-CHECKPOINT-LOADED
            MOVE CKPT-PHASE TO WS-CHECKPOINT-PHASE
*> A CHECKPOINT CUT BEFORE THE INTERFACE CONTROL TOTALS EXISTED
*> CARRIES ONLY THE SEQUENCE NUMBER; ITS TOTALS RESTART AT ZERO AND
*> THE RECONCILIATION JOB WILL FLAG THE TRAILER OF THAT ONE RESUMED
OPEN OUTPUT CHECKPOINT-FILE
CLOSE CHECKPOINT-FILE
MOVE 0 TO WS-CHECKPOINT-SEQ
MOVE 'N' TO WS-CHECKPOINT-LOADED
MOVE SPACE TO WS-CHECKPOINT-PHASE.

SAVE-CHECKPOINT.
*> THE INTERFACE CONTROL TOTALS RIDE ALONG WITH THE SEQUENCE NUMBER
MOVE WS-DETAIL-COUNT TO CKPT-COUNT
MOVE WS-SEQ-HASH TO CKPT-HASH
MOVE WS-RUN-ID TO CKPT-RUN-ID
MOVE WS-CHECKPOINT-PHASE TO CKPT-PHASE
WRITE CHECKPOINT-RECORD
CLOSE CHECKPOINT-FILE.

*> SEGMENT THAT CAN HONESTLY BE CALLED TRUNCATED WHEN ITS TEXT FIELD
*> IS FULL - AND ONLY THEN COMMITS THE CHECKPOINT, SO A RESTART
*> ALWAYS RESUMES AT A MESSAGE BOUNDARY AND NEVER HALFWAY THROUGH A
*> MULTI-SEGMENT MESSAGE. A FULL SEGMENT ROUTED TO A PARTNER IS WARNED
*> ABOUT BUT NOT FLAGGED: IT GOES OUT ON THE PARTNER'S OWN FILE, WHICH
*> EXCEXTR DOES NOT QUEUE FROM AND NIGHTBAL'S FLAGGED COUNT DOES NOT
*> READ, SO A 'T' THERE WOULD BE A FLAG NOBODY EVER WORKS.
IF WS-PEND-HAVE = 'Y'
    IF PEND-TEXT(50:1) NOT = SPACE AND PEND-STATUS = SPACE
        IF PEND-PARTNER = SPACES
            MOVE 'T' TO PEND-STATUS
        END-IF
        DISPLAY "WARNING: transaction " PEND-SEQ
                " fills all 50 text bytes; message may have been truncated."
    END-IF
END-IF.

WRITE-PENDING.
*> A SEGMENT ENCIPHERED FOR A PARTNER GOES TO THE STAGE FILE, NOT TO
*> CIPHEROUT.DAT, AND COUNTS TOWARD THAT PARTNER'S TRAILER ONLY.
MOVE SPACES TO OUT-RECORD
MOVE 'D' TO OUT-REC-TYPE
MOVE PEND-SEQ TO OUT-SEQ
MOVE PEND-STATUS TO OUT-STATUS
MOVE PEND-SOLVE-SHIFT TO OUT-SOLVE-SHIFT
MOVE PEND-SOLVE-HITS TO OUT-SOLVE-HITS
IF PEND-PARTNER NOT = SPACES
    MOVE PEND-PARTNER TO STG-PARTNER
    MOVE OUT-RECORD TO STG-DETAIL
    WRITE STAGE-RECORD
    MOVE 'N' TO WS-PEND-HAVE
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-DETAIL-COUNT
COMPUTE WS-SEQ-HASH =
    FUNCTION MOD(WS-SEQ-HASH + PEND-SEQ, 1000000000000)
*> SEGMENTS THAT FOLLOW UNDER THE SAME SEQUENCE NUMBER.
MOVE SPACES TO WS-PEND-OUT
MOVE TRANS-DEPT TO JRN-DEPT
MOVE WS-RUN-ID TO JRN-RUN-ID
MOVE TRANS-SEQ TO JRN-SEQ
MOVE TRANS-SEQ TO PEND-SEQ
MOVE 'Y' TO WS-MSG-ACTIVE
MOVE TRANS-SEQ TO WS-MSG-SEQ
        MOVE TRANS-KEY TO WS-KEY-FOR-TALLY
        PERFORM BUILD-JRN-KEYTXT
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        PERFORM TALLY-KEY-USE
        ADD 1 TO WS-COUNT-ENCRYPT
    WHEN 'D'
        MOVE TRANS-KEY TO WS-KEY-FOR-TALLY
        PERFORM BUILD-JRN-KEYTXT
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        PERFORM TALLY-KEY-USE
        ADD 1 TO WS-COUNT-DECRYPT
    WHEN 'K'
        MOVE TRANS-KEYWORD TO WS-MASK-REALKEY
        PERFORM MASK-JRN-KEYTXT
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        ADD 1 TO WS-COUNT-ENCRYPT
    WHEN 'V'
        MOVE TRANS-TEXT TO INPUTD
        MOVE TRANS-KEYWORD TO WS-MASK-REALKEY
        PERFORM MASK-JRN-KEYTXT
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        ADD 1 TO WS-COUNT-DECRYPT
    WHEN 'S'
        MOVE TRANS-TEXT TO INPUTS
        END-IF
        MOVE 'SOLVE' TO JRN-SUBPROG
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        ADD 1 TO WS-COUNT-SOLVE
    WHEN 'P'
        MOVE TRANS-KEYWORD(1:4) TO WS-PTN-LOOKUP
        PERFORM FIND-PARTNER
        MOVE WS-PTN-HIT TO WS-MSG-PTN-HIT
        PERFORM ENCIPHER-FOR-PARTNER
    WHEN OTHER
        MOVE TRANS-TEXT TO PEND-TEXT
        MOVE 'U' TO PEND-STATUS
MOVE SPACES TO WS-PEND-OUT
MOVE TRANS-SEQ TO PEND-SEQ
MOVE WS-MSG-DEPT TO JRN-DEPT
MOVE WS-RUN-ID TO JRN-RUN-ID
MOVE TRANS-SEQ TO JRN-SEQ
COMPUTE JRN-LEN = 0
INSPECT FUNCTION REVERSE(TRANS-TEXT) TALLYING JRN-LEN FOR LEADING SPACES
COMPUTE JRN-LEN = LENGTH OF TRANS-TEXT - JRN-LEN
        MOVE WS-MSG-KEY TO WS-KEY-FOR-TALLY
        PERFORM BUILD-JRN-KEYTXT
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        PERFORM TALLY-KEY-USE
        ADD 1 TO WS-COUNT-ENCRYPT
    WHEN 'D'
        MOVE WS-MSG-KEY TO WS-KEY-FOR-TALLY
        PERFORM BUILD-JRN-KEYTXT
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        PERFORM TALLY-KEY-USE
        ADD 1 TO WS-COUNT-DECRYPT
    WHEN 'K'
        MOVE WS-MSG-KEYWORD TO WS-MASK-REALKEY
        PERFORM MASK-JRN-KEYTXT
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        ADD 1 TO WS-COUNT-ENCRYPT
    WHEN 'V'
        MOVE TRANS-TEXT TO INPUTD
        MOVE WS-MSG-KEYWORD TO WS-MASK-REALKEY
        PERFORM MASK-JRN-KEYTXT
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        ADD 1 TO WS-COUNT-DECRYPT
    WHEN 'S'
        MOVE TRANS-TEXT TO INPUTS
        END-IF
        MOVE 'SOLVE' TO JRN-SUBPROG
        CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
            JRN-RUN-ID JRN-SEQ
        ADD 1 TO WS-COUNT-SOLVE
    WHEN 'P'
        MOVE WS-MSG-PTN-HIT TO WS-PTN-HIT
        PERFORM ENCIPHER-FOR-PARTNER
    WHEN OTHER
        MOVE TRANS-TEXT TO PEND-TEXT
        MOVE 'U' TO PEND-STATUS
END-EVALUATE
MOVE 'Y' TO WS-PEND-HAVE.

ENCIPHER-FOR-PARTNER.
*> ENCIPHERS ONE SEGMENT UNDER THE KEY OF THE PARTNER AT WS-PTN-HIT
*> AND MARKS IT FOR THAT PARTNER'S FILE. EVERY SEGMENT STANDS ALONE,
*> AS INBOUND READS THEM: A KEYWORD STARTS AGAIN FROM ITS FIRST
*> LETTER ON EACH DETAIL AND A NAMED KEY LEAVES DIGITS UNROTATED.
*> A SEGMENT WITH NO USABLE PARTNER IS NOT ENCIPHERED AT ALL - IT
*> STAYS ON CIPHEROUT.DAT VERBATIM WITH STATUS 'U'.
IF WS-PTN-HIT = 0
    MOVE TRANS-TEXT TO PEND-TEXT
    MOVE 'U' TO PEND-STATUS
    DISPLAY "WARNING: transaction " TRANS-SEQ " names partner " WS-MSG-KEYWORD(1:4)
        " which is not on PARTNERS.DAT; sent to CIPHEROUT.DAT unenciphered."
    EXIT PARAGRAPH
END-IF
IF WS-PTN-READY(WS-PTN-HIT) NOT = 'Y'
    MOVE TRANS-TEXT TO PEND-TEXT
    MOVE 'U' TO PEND-STATUS
    DISPLAY "WARNING: transaction " TRANS-SEQ " names partner " WS-PTN-CODE(WS-PTN-HIT)
        " which is inactive or has no usable key; sent to CIPHEROUT.DAT unenciphered."
    EXIT PARAGRAPH
END-IF
MOVE WS-PTN-RUN-ID(WS-PTN-HIT) TO JRN-RUN-ID
MOVE WS-PTN-KEYTXT(WS-PTN-HIT) TO JRN-KEYTXT
MOVE WS-PTN-CODE(WS-PTN-HIT) TO PEND-PARTNER
IF WS-PTN-TYPE(WS-PTN-HIT) = 'N'
    MOVE TRANS-TEXT TO INPUTE
    MOVE WS-PTN-SHIFT(WS-PTN-HIT) TO CIPHERE
    CALL 'ENCRYPT' USING BY REFERENCE INPUTE BY CONTENT CIPHERE
        'N' 'Y'
    MOVE INPUTE TO PEND-TEXT
    MOVE 'ENCRYPT' TO JRN-SUBPROG
    MOVE WS-PTN-SHIFT(WS-PTN-HIT) TO WS-KEY-FOR-TALLY
    PERFORM TALLY-KEY-USE
ELSE
    MOVE TRANS-TEXT TO INPUTE
    MOVE WS-PTN-KEY(WS-PTN-HIT) TO KEYWORDE
    MOVE 0 TO WS-PTN-KW-POS
    CALL 'ENCRYPTK' USING BY REFERENCE INPUTE BY CONTENT KEYWORDE 'Y'
        BY REFERENCE WS-PTN-KW-POS
    MOVE INPUTE TO PEND-TEXT
    MOVE 'ENCRYPTK' TO JRN-SUBPROG
END-IF
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ
ADD 1 TO WS-COUNT-ENCRYPT.

LOAD-PARTNERS.
*> PARTNERS.DAT IS READ ONCE PER BATCH. A MISSING FILE IS NOT FATAL -
*> A RUN WITH NO PARTNER TRAFFIC DOES NOT NEED IT - BUT EVERY 'P'
*> TRANSACTION IN THE RUN WILL THEN GO OUT UNENCIPHERED AS 'U'.
MOVE 0 TO WS-PTN-COUNT
MOVE 'N' TO WS-PTN-EOF
OPEN INPUT PARTNER-FILE
IF WS-PTN-STATUS NOT = '00'
    DISPLAY "WARNING: unable to open " "PARTNERS.DAT" ", file status " WS-PTN-STATUS
        "; partner transactions cannot be enciphered this run."
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-PTN-EOF = 'Y'
    READ PARTNER-FILE
        AT END MOVE 'Y' TO WS-PTN-EOF
        NOT AT END
            IF PTN-ID NOT = SPACES
                IF WS-PTN-COUNT < 100
                    ADD 1 TO WS-PTN-COUNT
                    MOVE PTN-ID TO WS-PTN-CODE(WS-PTN-COUNT)
                    MOVE PTN-KEYTYPE TO WS-PTN-TYPE(WS-PTN-COUNT)
                    MOVE PTN-KEYNAME TO WS-PTN-KEY(WS-PTN-COUNT)
                    IF PTN-STATUS = 'I'
                        MOVE 'N' TO WS-PTN-ACTIVE(WS-PTN-COUNT)
                    ELSE
                        MOVE 'Y' TO WS-PTN-ACTIVE(WS-PTN-COUNT)
                    END-IF
                    MOVE 'N' TO WS-PTN-RESOLVED(WS-PTN-COUNT)
                    MOVE 'N' TO WS-PTN-READY(WS-PTN-COUNT)
                    MOVE 0 TO WS-PTN-SHIFT(WS-PTN-COUNT)
                    MOVE SPACES TO WS-PTN-KEYTXT(WS-PTN-COUNT)
                    MOVE 'N' TO WS-PTN-STAGED(WS-PTN-COUNT)
                ELSE
                    DISPLAY "WARNING: more than 100 partners on PARTNERS.DAT;"
                        " partner " PTN-ID " ignored."
                END-IF
            END-IF
    END-READ
END-PERFORM
CLOSE PARTNER-FILE.

SET-PARTNER-RUN-IDS.
*> EACH PARTNER'S FILE CARRIES THE PARTNER ID FOLLOWED BY THE RUN'S
*> START DATE AND TIME TO THE MINUTE, THE SAME SHAPE AS THE RUN IDS
*> THE PARTNERS PUT ON THE FILES THEY SEND US. SET ONCE THE RUN ID IS
*> KNOWN, SO A RESUMED RUN KEEPS THE PARTNER RUN IDS IT STARTED WITH.
PERFORM VARYING WS-PTN-IDX FROM 1 BY 1 UNTIL WS-PTN-IDX > WS-PTN-COUNT
    MOVE SPACES TO WS-PTN-RUN-ID(WS-PTN-IDX)
    STRING WS-PTN-CODE(WS-PTN-IDX) WS-RUN-ID(3:10)
        DELIMITED BY SIZE INTO WS-PTN-RUN-ID(WS-PTN-IDX)
END-PERFORM.

CHECK-PARTNER-RUN-IDS.
*> A PARTNER RUN ID IS ONLY UNIQUE TO THE MINUTE, SO A SECOND BATCH
*> STARTED IN THE SAME MINUTE AS ONE ALREADY FINISHED WOULD REUSE ITS
*> PARTNER RUN IDS - OVERWRITING A KEPT CIPH<RUN ID>.DAT THE REGISTER
*> STILL LISTS. A NEW RUN IS THEREFORE REFUSED, BEFORE CIPHEROUT.DAT
*> IS TOUCHED, IF ANY PARTNER RUN ID IS ALREADY ON XMITREG.DAT OR
*> ALREADY HAS A GENERATION FILE. A RESUMED RUN IS NOT CHECKED: ITS
*> IDS WERE CHECKED WHEN IT STARTED AND ITS OWN FILES ARE EXPECTED.
MOVE 'N' TO WS-PTN-CLASH
MOVE 'N' TO WS-REG-OPEN
OPEN INPUT REGISTER-FILE
IF WS-REG-STATUS = '00'
    MOVE 'Y' TO WS-REG-OPEN
END-IF
IF WS-REG-STATUS NOT = '00' AND WS-REG-STATUS NOT = '35'
    DISPLAY "WARNING: unable to open " "XMITREG.DAT" ", file status " WS-REG-STATUS
        "; partner run ids checked against the generation files only."
END-IF
PERFORM VARYING WS-PTN-IDX FROM 1 BY 1 UNTIL WS-PTN-IDX > WS-PTN-COUNT
    IF WS-REG-OPEN = 'Y'
        MOVE WS-PTN-RUN-ID(WS-PTN-IDX) TO XMT-RUN-ID
        READ REGISTER-FILE KEY IS XMT-RUN-ID
            INVALID KEY CONTINUE
            NOT INVALID KEY
                DISPLAY "ERROR: partner run " WS-PTN-RUN-ID(WS-PTN-IDX)
                    " is already on XMITREG.DAT."
                MOVE 'Y' TO WS-PTN-CLASH
        END-READ
    END-IF
    MOVE SPACES TO WS-GEN-NAME
    STRING "CIPH" WS-PTN-RUN-ID(WS-PTN-IDX) ".DAT" DELIMITED BY SIZE INTO WS-GEN-NAME
    OPEN INPUT GENERATION-FILE
    IF WS-GEN-STATUS = '00'
        CLOSE GENERATION-FILE
        DISPLAY "ERROR: " WS-GEN-NAME " already exists."
        MOVE 'Y' TO WS-PTN-CLASH
    END-IF
END-PERFORM
IF WS-REG-OPEN = 'Y'
    CLOSE REGISTER-FILE
END-IF.

FIND-PARTNER.
*> SETS WS-PTN-HIT TO THE TABLE ENTRY FOR WS-PTN-LOOKUP (0 IF NOT ON
*> PARTNERS.DAT) AND RESOLVES THAT PARTNER'S KEY ON FIRST USE, THE SAME
*> WAY INBOUND DOES: 'N' THROUGH KEYLOOKUP, MASKED BY KEY NAME; 'K' THE
*> KEYWORD ITSELF, MASKED TO ITS ONE-WAY TOKEN. THE MASKED TEXT IS KEPT
*> FOR EVERY LATER JOURNAL LINE FOR THAT PARTNER.
MOVE 0 TO WS-PTN-HIT
PERFORM VARYING WS-PTN-IDX FROM 1 BY 1
        UNTIL WS-PTN-IDX > WS-PTN-COUNT OR WS-PTN-HIT > 0
    IF WS-PTN-CODE(WS-PTN-IDX) = WS-PTN-LOOKUP
        MOVE WS-PTN-IDX TO WS-PTN-HIT
    END-IF
END-PERFORM
IF WS-PTN-HIT = 0
    EXIT PARAGRAPH
END-IF
IF WS-PTN-RESOLVED(WS-PTN-HIT) = 'Y'
    EXIT PARAGRAPH
END-IF
MOVE 'Y' TO WS-PTN-RESOLVED(WS-PTN-HIT)
IF WS-PTN-ACTIVE(WS-PTN-HIT) NOT = 'Y'
    EXIT PARAGRAPH
END-IF
EVALUATE WS-PTN-TYPE(WS-PTN-HIT)
    WHEN 'N'
        CALL 'KEYLOOKUP' USING BY CONTENT WS-PTN-KEY(WS-PTN-HIT)
            BY REFERENCE WS-PTN-SHIFT(WS-PTN-HIT) WS-PTN-LOOKUP-FOUND
        IF WS-PTN-LOOKUP-FOUND = 'Y'
            MOVE 'Y' TO WS-PTN-READY(WS-PTN-HIT)
            MOVE WS-PTN-KEY(WS-PTN-HIT) TO WS-MASK-KEYNAME
            MOVE SPACES TO WS-MASK-REALKEY
            PERFORM MASK-JRN-KEYTXT
            MOVE JRN-KEYTXT TO WS-PTN-KEYTXT(WS-PTN-HIT)
        ELSE
            DISPLAY "WARNING: partner " WS-PTN-CODE(WS-PTN-HIT) " named key "
                WS-PTN-KEY(WS-PTN-HIT) " does not resolve on KEYNAMES.DAT."
        END-IF
    WHEN 'K'
        IF WS-PTN-KEY(WS-PTN-HIT) NOT = SPACES
            MOVE 'Y' TO WS-PTN-READY(WS-PTN-HIT)
            MOVE WS-PTN-KEY(WS-PTN-HIT) TO WS-MASK-REALKEY
            PERFORM MASK-JRN-KEYTXT
            MOVE JRN-KEYTXT TO WS-PTN-KEYTXT(WS-PTN-HIT)
        END-IF
    WHEN OTHER
        DISPLAY "WARNING: partner " WS-PTN-CODE(WS-PTN-HIT) " key type '"
            WS-PTN-TYPE(WS-PTN-HIT) "' unrecognised on PARTNERS.DAT (expect N or K)."
END-EVALUATE.

BUILD-PARTNER-FILES.
*> SPLITS THE STAGED PARTNER DETAILS INTO ONE H/D/T INTERFACE FILE PER
*> PARTNER, KEEPS EACH AS ITS OWN GENERATION AND REGISTERS EACH ON
*> XMITREG.DAT. THE FIRST PASS ONLY FINDS WHICH PARTNERS HAVE
*> TRAFFIC; EACH FILE IS THEN WRITTEN FROM ITS OWN PASS OF THE STAGE
*> FILE, SO THE DETAILS KEEP THEIR TRANSACTION ORDER.
MOVE 'Y' TO WS-PTN-BUILD-OK
MOVE 'N' TO WS-STG-EOF
OPEN INPUT STAGE-FILE
IF WS-STG-STATUS NOT = '00'
    DISPLAY "ERROR: unable to reopen " "PTNSTAGE.DAT" ", file status " WS-STG-STATUS
        "; partner files NOT written."
    MOVE 'N' TO WS-PTN-BUILD-OK
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-STG-EOF = 'Y'
    READ STAGE-FILE
        AT END MOVE 'Y' TO WS-STG-EOF
        NOT AT END
            MOVE STG-PARTNER TO WS-PTN-LOOKUP
            PERFORM VARYING WS-PTN-IDX FROM 1 BY 1 UNTIL WS-PTN-IDX > WS-PTN-COUNT
                IF WS-PTN-CODE(WS-PTN-IDX) = WS-PTN-LOOKUP
                    MOVE 'Y' TO WS-PTN-STAGED(WS-PTN-IDX)
                END-IF
            END-PERFORM
    END-READ
END-PERFORM
CLOSE STAGE-FILE
PERFORM VARYING WS-PTN-HIT FROM 1 BY 1 UNTIL WS-PTN-HIT > WS-PTN-COUNT
    IF WS-PTN-STAGED(WS-PTN-HIT) = 'Y'
        PERFORM WRITE-PARTNER-FILE
    END-IF
END-PERFORM.

WRITE-PARTNER-FILE.
*> ONE PARTNER'S FILE, WRITTEN TO PTNOUT<PARTNER>.DAT AND TO ITS
*> CIPH<RUN ID>.DAT GENERATION SIDE BY SIDE, SO THE KEPT COPY IS THE
*> FILE AS SENT. THE COUNT AND HASH COVER THIS PARTNER'S DETAILS ONLY.
MOVE WS-PTN-RUN-ID(WS-PTN-HIT) TO WS-XMIT-RUN-ID
MOVE 0 TO WS-XMIT-COUNT
MOVE 0 TO WS-XMIT-HASH
MOVE 'N' TO WS-GEN-KEPT
MOVE SPACES TO WS-PTN-OUT-NAME
STRING "PTNOUT" WS-PTN-CODE(WS-PTN-HIT) ".DAT" DELIMITED BY SIZE INTO WS-PTN-OUT-NAME
MOVE SPACES TO WS-GEN-NAME
STRING "CIPH" WS-XMIT-RUN-ID ".DAT" DELIMITED BY SIZE INTO WS-GEN-NAME
OPEN OUTPUT PARTNER-OUT-FILE
IF WS-PTO-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-PTN-OUT-NAME ", file status " WS-PTO-STATUS
        "; partner run " WS-XMIT-RUN-ID " NOT written."
    MOVE 'N' TO WS-PTN-BUILD-OK
    EXIT PARAGRAPH
END-IF
OPEN INPUT STAGE-FILE
IF WS-STG-STATUS NOT = '00'
    DISPLAY "ERROR: unable to reopen " "PTNSTAGE.DAT" ", file status " WS-STG-STATUS
        "; partner run " WS-XMIT-RUN-ID " NOT written."
    MOVE 'N' TO WS-PTN-BUILD-OK
    CLOSE PARTNER-OUT-FILE
    EXIT PARAGRAPH
END-IF
OPEN OUTPUT GENERATION-FILE
IF WS-GEN-STATUS = '00'
    MOVE 'Y' TO WS-GEN-KEPT
ELSE
    DISPLAY "ERROR: unable to open " WS-GEN-NAME ", file status " WS-GEN-STATUS
        "; run " WS-XMIT-RUN-ID " NOT kept for retransmission."
END-IF
MOVE SPACES TO PARTNER-OUT-LINE
MOVE 'H' TO PTO-HDR-TYPE
MOVE WS-RUN-ID(1:8) TO PTO-RUN-DATE
MOVE WS-XMIT-RUN-ID TO PTO-RUN-ID
PERFORM WRITE-PARTNER-LINE
MOVE 'N' TO WS-STG-EOF
PERFORM UNTIL WS-STG-EOF = 'Y'
    READ STAGE-FILE
        AT END MOVE 'Y' TO WS-STG-EOF
        NOT AT END
            IF STG-PARTNER = WS-PTN-CODE(WS-PTN-HIT)
                MOVE STG-DETAIL TO PARTNER-OUT-LINE
                ADD 1 TO WS-XMIT-COUNT
                COMPUTE WS-XMIT-HASH =
                    FUNCTION MOD(WS-XMIT-HASH + PTO-SEQ, 1000000000000)
                PERFORM WRITE-PARTNER-LINE
            END-IF
    END-READ
END-PERFORM
MOVE SPACES TO PARTNER-OUT-LINE
MOVE 'T' TO PTO-TRL-TYPE
MOVE WS-XMIT-COUNT TO PTO-COUNT
MOVE WS-XMIT-HASH TO PTO-SEQ-HASH
PERFORM WRITE-PARTNER-LINE
CLOSE STAGE-FILE
CLOSE PARTNER-OUT-FILE
IF WS-GEN-KEPT = 'Y'
    CLOSE GENERATION-FILE
END-IF
PERFORM REGISTER-RUN
DISPLAY "Partner " WS-PTN-CODE(WS-PTN-HIT) " run " WS-XMIT-RUN-ID ": "
    WS-XMIT-COUNT " details on " WS-PTN-OUT-NAME.

WRITE-PARTNER-LINE.
*> THE GENERATION COPY IS TAKEN BEFORE THE WRITE RELEASES THE RECORD.
IF WS-GEN-KEPT = 'Y'
    MOVE PARTNER-OUT-LINE TO GENERATION-LINE
    WRITE GENERATION-LINE
END-IF
WRITE PARTNER-OUT-LINE.

IDENTIFICATION DIVISION.
PROGRAM-ID. ENCRYPT IS COMMON PROGRAM.
*> MAINTENANCE LOG
IDENTIFICATION DIVISION.
PROGRAM-ID. JOURNAL.
*> APPENDS ONE AUDIT LINE (TIMESTAMP, SUBPROGRAM, INPUT LENGTH, KEY
*> USED, DEPARTMENT, OPERATOR, RUN ID, SEQUENCE) PER ENCRYPT/DECRYPT/
*> SOLVE CALL TO A DURABLE JOURNAL FILE.
*> CALL WITH JRN-ACTION = 'LOG' TO WRITE AN ENTRY. EACH ENTRY IS
*> WRITTEN UNDER AN EXCLUSIVE HOLD ON JRNCHAIN.LCK - ANCHOR READ,
*> ENTRY APPENDED, ANCHOR REWRITTEN, THEN RELEASED - SO JOBS RUNNING
*> SIDE BY SIDE TAKE TURNS AND EVERY ENTRY LANDS ON THE JOURNAL IN
*> CHAIN ORDER. A JOB FINDING THE HOLD TAKEN WAITS ITS TURN (TENTHS
*> OF A SECOND, UP TO TEN SECONDS); JRNCUTOVR TAKES THE SAME HOLD FOR
*> THE WHOLE CUTOVER. JRNCHAIN.LCK IS NEVER WRITTEN - IT EXISTS ONLY
*> TO BE HELD. 'CLOSE' AT END OF JOB IS STILL ACCEPTED AND DOES
*> NOTHING.
*> MAINTENANCE LOG
*> 26/9/2 - EVERY ENTRY NOW CARRIES THE SIGNED-ON OPERATOR ID (NEW
*>          TRAILING PARAMETER; LINE GREW FROM 60 TO 69 BYTES, THE
*>          OPERATOR AT (62:8)). ENTRIES FROM BEFORE THE SIGN-ON READ
*>          WITH A BLANK OPERATOR.
*> 26/10/15 - TAMPER-EVIDENT CHAINING. THE LINE GREW FROM 69 TO 92
*>            BYTES: A RUNNING ENTRY NUMBER AT (71:9) AND A CHAIN VALUE
*>            AT (81:12), COMPUTED OVER THE PREVIOUS ENTRY'S CHAIN VALUE
*>            AND THIS ENTRY. THE LAST NUMBER AND VALUE ARE CARRIED
*>            FROM JOB TO JOB ON JRNCHAIN.DAT; JRNCUTOVR SEALS EACH
*>            ARCHIVE GENERATION FROM IT AND JRNVERIFY CHECKS THE CHAIN.
*> 26/10/15 - EVERY ENTRY NOW CARRIES THE RUN ID AND SEQUENCE OF THE
*>            MESSAGE IT WAS MADE FOR (TWO NEW TRAILING PARAMETERS;
*>            LINE GREW FROM 92 TO 114 BYTES, RUN ID AT (94:14) AND
*>            SEQUENCE AT (109:6)). BOTH ARE BLANK ON INTERACTIVE WORK.
*>            BLANKS ADD NOTHING TO THE CHAIN, SO OLDER ENTRIES STILL
*>            VERIFY. KEYIMPACT TIES KEY USE BACK TO RUNS THROUGH THEM.
*> 26/10/15 - THE ANCHOR READ, JOURNAL APPEND AND ANCHOR REWRITE ARE
*>            NOW ONE UNIT UNDER AN EXCLUSIVE HOLD ON JRNCHAIN.LCK.
*>            BEFORE, TWO JOBS JOURNALING AT ONCE COULD BOTH TAKE THE
*>            SAME LAST ENTRY NUMBER, FORKING THE CHAIN. ONLY A MISSING
*>            ANCHOR (STATUS 35) STARTS THE CHAIN FROM ZERO NOW; WHEN
*>            THE HOLD CANNOT BE TAKEN OR THE ANCHOR CANNOT BE READ THE
*>            ANCHOR IS LEFT ALONE AND THE ENTRY IS WRITTEN WITHOUT ITS
*>            NUMBER AND CHAIN VALUE, WHICH JRNVERIFY REPORTS AS
*>            UNCHAINED.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT CHAIN-FILE ASSIGN TO "JRNCHAIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHAIN-STATUS.
    SELECT CHAIN-LOCK-FILE ASSIGN TO "JRNCHAIN.LCK"
        ORGANIZATION IS LINE SEQUENTIAL
        LOCK MODE IS EXCLUSIVE
        FILE STATUS IS WS-LOCK-STATUS.
DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).
FD  CHAIN-FILE.
01  CHAIN-RECORD PIC X(54).
FD  CHAIN-LOCK-FILE.
01  CHAIN-LOCK-RECORD PIC X(1).
WORKING-STORAGE SECTION.
  01 WS-JOURNAL-STATUS PIC X(2).
  01 WS-CHAIN-STATUS PIC X(2).
  01 WS-LOCK-STATUS PIC X(2).
  01 WS-LOCK-HELD PIC X(1).
  01 WS-LOCK-TRIES PIC 999.
  01 WS-LOCK-WAIT PIC 9(18) COMP-5 VALUE 100000000.
  01 WS-CHAIN-OK PIC X(1).
  01 CHAIN-ANCHOR.
      05 CHN-LAST-NO    PIC 9(9).
      05 FILLER         PIC X(1).
      05 CHN-LAST-CHAIN PIC 9(12).
      05 FILLER         PIC X(1).
      05 CHN-OPEN-NO    PIC 9(9).
      05 FILLER         PIC X(1).
      05 CHN-OPEN-CHAIN PIC 9(12).
      05 FILLER         PIC X(1).
      05 CHN-CUT-DATE   PIC X(8).
  01 WS-CHAIN-POS PIC 999.
  01 WS-CHAIN-SUM PIC 9(9).
  01 JOURNAL-OUT.
      05 JRN-TIMESTAMP PIC X(21).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 JRN-DEPT      PIC X(4).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 JRN-OPER      PIC X(8).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 JRN-ENTRY-NO-TEXT PIC X(9).
      05 JRN-ENTRY-NO REDEFINES JRN-ENTRY-NO-TEXT PIC 9(9).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 JRN-CHAIN-TEXT PIC X(12).
      05 JRN-CHAIN REDEFINES JRN-CHAIN-TEXT PIC 9(12).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 JRN-RUN-ID    PIC X(14).
      05 FILLER        PIC X(1) VALUE SPACE.
      05 JRN-SEQ       PIC X(6).
LINKAGE SECTION.
  01 JRN-ACTION     PIC X(5).
  01 JRN-SUBPROG-IN  PIC X(8).
  01 JRN-KEY-IN      PIC X(20).
  01 JRN-DEPT-IN     PIC X(4).
  01 JRN-OPER-IN     PIC X(8).
  01 JRN-RUN-ID-IN   PIC X(14).
  01 JRN-SEQ-IN      PIC X(6).
PROCEDURE DIVISION USING JRN-ACTION JRN-SUBPROG-IN JRN-LENGTH-IN JRN-KEY-IN
    JRN-DEPT-IN JRN-OPER-IN JRN-RUN-ID-IN JRN-SEQ-IN.
*> NOTHING IS HELD OPEN BETWEEN CALLS ANY MORE, SO 'CLOSE' HAS NOTHING
*> LEFT TO DO; CALLERS STILL SEND IT AT END OF JOB.
IF JRN-ACTION = 'CLOSE'
    EXIT PROGRAM
END-IF
PERFORM HOLD-CHAIN
PERFORM READ-CHAIN-ANCHOR
MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP
MOVE JRN-SUBPROG-IN TO JRN-SUBPROG
MOVE JRN-LENGTH-IN TO JRN-LENGTH
MOVE JRN-KEY-IN TO JRN-KEY
MOVE JRN-DEPT-IN TO JRN-DEPT
MOVE JRN-OPER-IN TO JRN-OPER
MOVE JRN-RUN-ID-IN TO JRN-RUN-ID
MOVE JRN-SEQ-IN TO JRN-SEQ
IF WS-CHAIN-OK = 'Y'
    COMPUTE JRN-ENTRY-NO = CHN-LAST-NO + 1
    PERFORM COMPUTE-CHAIN
ELSE
    MOVE SPACES TO JRN-ENTRY-NO-TEXT
    MOVE SPACES TO JRN-CHAIN-TEXT
END-IF
OPEN EXTEND JOURNAL-FILE
IF WS-JOURNAL-STATUS = '35'
    OPEN OUTPUT JOURNAL-FILE
END-IF
IF WS-JOURNAL-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "JOURNAL.DAT" ", file status " WS-JOURNAL-STATUS
    PERFORM RELEASE-CHAIN
    EXIT PROGRAM
END-IF
MOVE JOURNAL-OUT TO JOURNAL-LINE
WRITE JOURNAL-LINE
CLOSE JOURNAL-FILE
IF WS-CHAIN-OK = 'Y'
    PERFORM WRITE-CHAIN-ANCHOR
END-IF
PERFORM RELEASE-CHAIN
EXIT PROGRAM.

HOLD-CHAIN.
*> STATUS 61 MEANS ANOTHER JOB HOLDS JRNCHAIN.LCK, SO THE OPEN IS
*> RETRIED AFTER A PAUSE. THE FIRST JOB EVER TO JOURNAL CREATES IT.
MOVE 'N' TO WS-LOCK-HELD
MOVE 0 TO WS-LOCK-TRIES
PERFORM OPEN-CHAIN-LOCK
PERFORM UNTIL WS-LOCK-STATUS NOT = '61' OR WS-LOCK-TRIES NOT < 100
    CALL "CBL_GC_NANOSLEEP" USING WS-LOCK-WAIT
    ADD 1 TO WS-LOCK-TRIES
    PERFORM OPEN-CHAIN-LOCK
END-PERFORM
IF WS-LOCK-STATUS = '00'
    MOVE 'Y' TO WS-LOCK-HELD
ELSE
    DISPLAY "ERROR: unable to hold " "JRNCHAIN.LCK" ", file status " WS-LOCK-STATUS
        "; journal entry written unchained."
END-IF.

OPEN-CHAIN-LOCK.
OPEN EXTEND CHAIN-LOCK-FILE
IF WS-LOCK-STATUS = '35'
    OPEN OUTPUT CHAIN-LOCK-FILE
END-IF.

RELEASE-CHAIN.
IF WS-LOCK-HELD = 'Y'
    CLOSE CHAIN-LOCK-FILE
    MOVE 'N' TO WS-LOCK-HELD
END-IF.

READ-CHAIN-ANCHOR.
*> JRNCHAIN.DAT IS ONE LINE: THE LAST ENTRY NUMBER AND CHAIN VALUE
*> WRITTEN, AND THE NUMBER AND CHAIN VALUE THE ACTIVE JOURNAL STARTED
*> FROM AT THE LAST CUTOVER. NO ANCHOR (STATUS 35), AN EMPTY ONE OR A
*> DAMAGED ONE STARTS THE CHAIN AGAIN FROM ZERO - THE ENTRY IS STILL
*> WRITTEN, AND JRNVERIFY REPORTS THE RESTART AS A BROKEN LINK. ANY
*> OTHER OPEN FAILURE, OR NO HOLD, LEAVES THE ANCHOR ALONE AND THE
*> ENTRY UNCHAINED.
MOVE SPACES TO CHAIN-ANCHOR
MOVE 'N' TO WS-CHAIN-OK
IF WS-LOCK-HELD NOT = 'Y'
    EXIT PARAGRAPH
END-IF
OPEN INPUT CHAIN-FILE
EVALUATE WS-CHAIN-STATUS
    WHEN '00'
        READ CHAIN-FILE INTO CHAIN-ANCHOR
            AT END MOVE SPACES TO CHAIN-ANCHOR
        END-READ
        CLOSE CHAIN-FILE
    WHEN '35'
        CONTINUE
    WHEN OTHER
        DISPLAY "ERROR: unable to open " "JRNCHAIN.DAT" ", file status " WS-CHAIN-STATUS
            "; journal entry written unchained."
        EXIT PARAGRAPH
END-EVALUATE
MOVE 'Y' TO WS-CHAIN-OK
IF CHN-LAST-NO IS NOT NUMERIC OR CHN-LAST-CHAIN IS NOT NUMERIC
    OR CHN-OPEN-NO IS NOT NUMERIC OR CHN-OPEN-CHAIN IS NOT NUMERIC
    MOVE SPACES TO CHAIN-ANCHOR
    MOVE 0 TO CHN-LAST-NO
    MOVE 0 TO CHN-LAST-CHAIN
    MOVE 0 TO CHN-OPEN-NO
    MOVE 0 TO CHN-OPEN-CHAIN
END-IF.

COMPUTE-CHAIN.
*> THE CHAIN VALUE OF AN ENTRY IS THE PREVIOUS ENTRY'S CHAIN VALUE
*> CARRIED FORWARD AND FOLDED WITH A POSITION-WEIGHTED SUM OF EVERY
*> NON-BLANK BYTE OF THIS ENTRY (ITS OWN CHAIN FIELD LEFT BLANK).
*> EDITING, DELETING, INSERTING OR REORDERING ANY ENTRY THEREFORE
*> BREAKS EVERY LINK FROM THAT POINT ON. BLANKS ADD NOTHING, SO A
*> FIELD ADDED TO THE END OF THE LINE LATER DOES NOT CHANGE THE VALUE
*> OF AN ENTRY WRITTEN BEFORE IT. KEEP IN STEP WITH JRNVERIFY.
MOVE SPACES TO JRN-CHAIN-TEXT
MOVE 0 TO WS-CHAIN-SUM
PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
        UNTIL WS-CHAIN-POS > LENGTH OF JOURNAL-OUT
    IF JOURNAL-OUT(WS-CHAIN-POS:1) NOT = SPACE
        COMPUTE WS-CHAIN-SUM = WS-CHAIN-SUM
            + FUNCTION ORD(JOURNAL-OUT(WS-CHAIN-POS:1)) * WS-CHAIN-POS
    END-IF
END-PERFORM
COMPUTE JRN-CHAIN = FUNCTION MOD(
    CHN-LAST-CHAIN * 7919 + WS-CHAIN-SUM, 999999999989).

WRITE-CHAIN-ANCHOR.
MOVE JRN-ENTRY-NO TO CHN-LAST-NO
MOVE JRN-CHAIN TO CHN-LAST-CHAIN
OPEN OUTPUT CHAIN-FILE
IF WS-CHAIN-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "JRNCHAIN.DAT" ", file status " WS-CHAIN-STATUS
    EXIT PARAGRAPH
END-IF
WRITE CHAIN-RECORD FROM CHAIN-ANCHOR
CLOSE CHAIN-FILE.
END PROGRAM JOURNAL.

IDENTIFICATION DIVISION.
    05 DEPT-STATUS  PIC X(1).
    05 FILLER       PIC X(1).
    05 DEPT-CONTACT PIC X(20).
    05 FILLER       PIC X(1).
    05 DEPT-COST-CENTER PIC X(10).
WORKING-STORAGE SECTION.
  01 WS-MAST-STATUS PIC X(2).
  01 WS-MAST-EOF PIC X(1).
