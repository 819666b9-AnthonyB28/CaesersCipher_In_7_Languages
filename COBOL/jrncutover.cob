INSTALLATION. XYZ.
DATE-WRITTEN. 26/8/21.
*> MAINTENANCE LOG
*> 26/10/15 - THE CUTOVER NOW HOLDS JRNCHAIN.LCK EXCLUSIVELY FROM THE
*>            ANCHOR READ TO THE TRUNCATE - THE SAME HOLD THE JOURNAL
*>            SUBPROGRAM TAKES FOR EACH ENTRY - SO NOTHING CAN BE
*>            CHAINED WHILE THE COPY RUNS AND THEN LOST TO THE
*>            TRUNCATE. NO HOLD, OR AN ANCHOR THAT WILL NOT OPEN (ANY
*>            STATUS BUT 35), STOPS THE CUTOVER BEFORE ANYTHING MOVES.
*>            THE ANCHOR IS RE-READ JUST BEFORE IT IS ADVANCED; IF ITS
*>            LAST ENTRY NUMBER MOVED SINCE THE SEAL, IF JOURNAL.DAT
*>            GREW DURING THE COPY (AN ENTRY WRITTEN UNCHAINED BY A JOB
*>            THAT GAVE UP WAITING), OR IF THE ANCHOR CANNOT BE
*>            REWRITTEN, JOURNAL.DAT IS NOT EMPTIED AND THE JOB
*>            RETURNS 8 - OTHERWISE THE NEXT CUTOVER WOULD RE-SEAL THE
*>            SAME NUMBERS OR ENTRIES WOULD BE LOST.
*> 26/10/15 - CARRIES THE 114-BYTE JOURNAL LINE (RUN ID AND SEQUENCE
*>            NOW AT THE END) ACROSS TO THE ARCHIVE UNCHANGED.
*> 26/10/15 - EVERY CUTOVER NOW CLOSES WHAT IT MOVED WITH A SEAL RECORD
*>            ON THE ARCHIVE GENERATION: THE ENTRY COUNT, THE FIRST
*>            ENTRY NUMBER AND THE CHAIN VALUE THE ACTIVE JOURNAL
*>            STARTED FROM, AND THE LAST ENTRY NUMBER AND FINAL CHAIN
*>            VALUE. THE SEAL IS TAKEN FROM JRNCHAIN.DAT - WHAT THE
*>            JOURNAL WRITERS SAY THEY WROTE - NOT FROM THE LINES FOUND,
*>            SO LINES LOST FROM THE ACTIVE JOURNAL SHOW UP AS A SEAL
*>            THAT DOES NOT MATCH WHEN JRNVERIFY CHECKS THE GENERATION.
*>            THE ANCHOR IS THEN MOVED ON SO THE NEXT ACTIVE JOURNAL
*>            CHAINS ON FROM THIS ONE. A MISSING ACTIVE JOURNAL WHILE
*>            THE ANCHOR SHOWS UNSEALED ENTRIES IS SEALED ANYWAY (AS
*>            AN EMPTY SEGMENT) SO THE LOSS IS ON RECORD.
*> 26/9/2  - CALLABLE FROM THE NIGHTRUN DRIVER: STOP RUN GAVE WAY TO
*>           GOBACK AND A FAILED FILE OPEN NOW SETS RETURN-CODE 8.
*>           AN EMPTY OR ABSENT ACTIVE JOURNAL IS A NORMAL NIGHT.
    SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.
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

FD  ARCHIVE-FILE.
01  ARCHIVE-LINE PIC X(114).

FD  CHAIN-FILE.
01  CHAIN-RECORD PIC X(54).

FD  CHAIN-LOCK-FILE.
01  CHAIN-LOCK-RECORD PIC X(1).

WORKING-STORAGE SECTION.
  01 WS-JOURNAL-STATUS PIC X(2).
  01 WS-ARCHIVE-STATUS PIC X(2).
  01 WS-CHAIN-STATUS PIC X(2).
  01 WS-ARCHIVE-NAME PIC X(16).
  01 WS-JOURNAL-EOF PIC X(1) VALUE 'N'.
  01 WS-COUNT-MOVED PIC 9(6) VALUE 0.
  01 WS-COUNT-CHAINED PIC 9(9) VALUE 0.
  01 WS-COUNT-SEALED PIC 9(9) VALUE 0.
  01 WS-COUNT-NOW PIC 9(6) VALUE 0.
  01 WS-LOCK-STATUS PIC X(2).
  01 WS-LOCK-HELD PIC X(1) VALUE 'N'.
  01 WS-LOCK-TRIES PIC 999.
  01 WS-LOCK-WAIT PIC 9(18) COMP-5 VALUE 100000000.
  01 WS-ANCHOR-OK PIC X(1).
  01 WS-SEALED-LAST-NO PIC 9(9).
  01 WS-ANCHOR-SAVE PIC X(54).
*> JRNCHAIN.DAT AS THE JOURNAL SUBPROGRAM KEEPS IT (KEPT IN STEP).
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
*> THE SEAL RECORD CLOSING EACH CUTOVER ON THE ARCHIVE. 'SEAL' SITS IN
*> THE SUBPROGRAM FIELD, SO EVERY JOURNAL READER CAN STEP OVER IT; THE
*> LAST ENTRY NUMBER AND FINAL CHAIN VALUE SIT WHERE AN ENTRY CARRIES
*> ITS OWN.
  01 SEAL-OUT.
      05 SEAL-TIMESTAMP  PIC X(21).
      05 FILLER          PIC X(1) VALUE SPACE.
      05 SEAL-TAG        PIC X(8) VALUE 'SEAL'.
      05 FILLER          PIC X(1) VALUE SPACE.
      05 SEAL-COUNT      PIC 9(9).
      05 FILLER          PIC X(1) VALUE SPACE.
      05 SEAL-FIRST-NO   PIC 9(9).
      05 FILLER          PIC X(1) VALUE SPACE.
      05 SEAL-OPEN-CHAIN PIC 9(12).
      05 FILLER          PIC X(6) VALUE SPACES.
      05 FILLER          PIC X(1) VALUE SPACE.
      05 SEAL-LAST-NO    PIC 9(9).
      05 FILLER          PIC X(1) VALUE SPACE.
      05 SEAL-CHAIN      PIC 9(12).

PROCEDURE DIVISION.
MAIN-LOGIC.
MOVE SPACES TO WS-ARCHIVE-NAME
STRING "JRNA" FUNCTION CURRENT-DATE(1:8) ".DAT"
    DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
PERFORM HOLD-CHAIN
IF WS-LOCK-HELD NOT = 'Y'
    DISPLAY "Cutover not attempted; JOURNAL.DAT left as it is."
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
PERFORM READ-CHAIN-ANCHOR
IF WS-ANCHOR-OK NOT = 'Y'
    DISPLAY "Cutover not attempted; JOURNAL.DAT left as it is."
    PERFORM RELEASE-CHAIN
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
MOVE CHN-LAST-NO TO WS-SEALED-LAST-NO
COMPUTE WS-COUNT-SEALED = CHN-LAST-NO - CHN-OPEN-NO
OPEN INPUT JOURNAL-FILE
IF WS-JOURNAL-STATUS = '35'
    IF WS-COUNT-SEALED = 0
        DISPLAY "No active journal on file; nothing to cut over."
        PERFORM RELEASE-CHAIN
        GOBACK
    END-IF
    DISPLAY "WARNING: JOURNAL.DAT is missing but JRNCHAIN.DAT shows "
        WS-COUNT-SEALED " entr(y/ies) written since the last cutover;"
    DISPLAY "         sealing an empty segment so the loss is on record."
    MOVE 'Y' TO WS-JOURNAL-EOF
ELSE
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY "ERROR: unable to open " "JOURNAL.DAT" ", file status " WS-JOURNAL-STATUS
        PERFORM RELEASE-CHAIN
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
END-IF
OPEN EXTEND ARCHIVE-FILE
IF WS-ARCHIVE-STATUS = '35'
    OPEN OUTPUT ARCHIVE-FILE
IF WS-ARCHIVE-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-ARCHIVE-NAME ", file status " WS-ARCHIVE-STATUS
    MOVE 8 TO RETURN-CODE
    IF WS-JOURNAL-EOF NOT = 'Y'
        CLOSE JOURNAL-FILE
    END-IF
    PERFORM RELEASE-CHAIN
    GOBACK
END-IF
PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
            MOVE JOURNAL-LINE TO ARCHIVE-LINE
            WRITE ARCHIVE-LINE
            ADD 1 TO WS-COUNT-MOVED
            IF JOURNAL-LINE(71:9) IS NUMERIC
                AND JOURNAL-LINE(81:12) IS NUMERIC
                ADD 1 TO WS-COUNT-CHAINED
            END-IF
    END-READ
END-PERFORM
IF WS-JOURNAL-STATUS NOT = '35'
    CLOSE JOURNAL-FILE
END-IF
IF WS-COUNT-MOVED > 0 OR WS-COUNT-SEALED > 0
    PERFORM WRITE-SEAL
END-IF
CLOSE ARCHIVE-FILE
*> THE ARCHIVE IS SAFELY ON DISK BEFORE THE ACTIVE JOURNAL IS
*> TRUNCATED - AN ABEND BETWEEN THE TWO AT WORST LEAVES DUPLICATE
*> ENTRIES IN TOMORROW'S GENERATION, NEVER A LOST ENTRY. THE ANCHOR
*> MOVES ON BETWEEN THE TWO, SO JRNVERIFY REPORTS ANY SUCH DUPLICATE.
*> BEFORE EITHER, THE ACTIVE JOURNAL AND THE ANCHOR MUST STILL BE
*> EXACTLY WHAT WAS ARCHIVED AND SEALED.
PERFORM CHECK-UNCHANGED
IF WS-ANCHOR-OK NOT = 'Y'
    DISPLAY "JOURNAL.DAT and JRNCHAIN.DAT left as they are; " WS-ARCHIVE-NAME
        " already carries this seal - check it with JRNVERIFY before rerunning."
    PERFORM RELEASE-CHAIN
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
PERFORM ADVANCE-CHAIN-ANCHOR
IF WS-ANCHOR-OK NOT = 'Y'
    DISPLAY "JOURNAL.DAT NOT emptied: the anchor still shows these entries as"
        " unsealed. Restore JRNCHAIN.DAT before the next cutover."
    PERFORM RELEASE-CHAIN
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
OPEN OUTPUT JOURNAL-FILE
CLOSE JOURNAL-FILE
PERFORM RELEASE-CHAIN
DISPLAY "Cutover complete: " WS-COUNT-MOVED " entr(y/ies) moved to " WS-ARCHIVE-NAME
IF WS-COUNT-CHAINED NOT = WS-COUNT-SEALED
    DISPLAY "WARNING: " WS-COUNT-CHAINED " chained entr(y/ies) found but "
        WS-COUNT-SEALED " sealed; run JRNVERIFY against " WS-ARCHIVE-NAME
END-IF
GOBACK.

HOLD-CHAIN.
*> STATUS 61 MEANS A JOB IS WRITING A JOURNAL ENTRY, SO THE OPEN IS
*> RETRIED AFTER A PAUSE; THE HOLD IS KEPT TO THE END OF THE CUTOVER.
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
*> NO ANCHOR MEANS NOTHING HAS BEEN CHAINED SINCE THE LAST CUTOVER
*> (OR EVER); THE SEAL THEN SAYS ZERO ENTRIES, WHICH IS WHAT AN
*> UNCHAINED JOURNAL FROM BEFORE CHAINING BEGAN SHOULD SAY. AN ANCHOR
*> THAT EXISTS BUT WILL NOT OPEN LEAVES WS-ANCHOR-OK 'N': SEALING FROM
*> ZERO WOULD MIS-SEAL THE GENERATION AND OVERWRITE THE REAL ANCHOR.
MOVE SPACES TO CHAIN-ANCHOR
MOVE 'N' TO WS-ANCHOR-OK
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
        EXIT PARAGRAPH
END-EVALUATE
MOVE 'Y' TO WS-ANCHOR-OK
IF CHN-LAST-NO IS NOT NUMERIC OR CHN-LAST-CHAIN IS NOT NUMERIC
    OR CHN-OPEN-NO IS NOT NUMERIC OR CHN-OPEN-CHAIN IS NOT NUMERIC
    MOVE SPACES TO CHAIN-ANCHOR
    MOVE 0 TO CHN-LAST-NO
    MOVE 0 TO CHN-LAST-CHAIN
    MOVE 0 TO CHN-OPEN-NO
    MOVE 0 TO CHN-OPEN-CHAIN
END-IF
IF CHN-LAST-NO < CHN-OPEN-NO
    MOVE CHN-OPEN-NO TO CHN-LAST-NO
END-IF.

WRITE-SEAL.
MOVE FUNCTION CURRENT-DATE TO SEAL-TIMESTAMP
MOVE WS-COUNT-SEALED TO SEAL-COUNT
COMPUTE SEAL-FIRST-NO = CHN-OPEN-NO + 1
MOVE CHN-OPEN-CHAIN TO SEAL-OPEN-CHAIN
MOVE CHN-LAST-NO TO SEAL-LAST-NO
MOVE CHN-LAST-CHAIN TO SEAL-CHAIN
MOVE SEAL-OUT TO ARCHIVE-LINE
WRITE ARCHIVE-LINE
DISPLAY "Sealed " WS-COUNT-SEALED " entr(y/ies), numbers " SEAL-FIRST-NO
    " to " SEAL-LAST-NO ", final chain value " SEAL-CHAIN.

ADVANCE-CHAIN-ANCHOR.
*> THE NEXT ACTIVE JOURNAL STARTS WHERE THIS ONE WAS SEALED.
MOVE CHN-LAST-NO TO CHN-OPEN-NO
MOVE CHN-LAST-CHAIN TO CHN-OPEN-CHAIN
MOVE FUNCTION CURRENT-DATE(1:8) TO CHN-CUT-DATE
MOVE 'N' TO WS-ANCHOR-OK
OPEN OUTPUT CHAIN-FILE
IF WS-CHAIN-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "JRNCHAIN.DAT" ", file status " WS-CHAIN-STATUS
    EXIT PARAGRAPH
END-IF
WRITE CHAIN-RECORD FROM CHAIN-ANCHOR
IF WS-CHAIN-STATUS NOT = '00'
    DISPLAY "ERROR: unable to write " "JRNCHAIN.DAT" ", file status " WS-CHAIN-STATUS
    CLOSE CHAIN-FILE
    EXIT PARAGRAPH
END-IF
CLOSE CHAIN-FILE
MOVE 'Y' TO WS-ANCHOR-OK.

CHECK-UNCHANGED.
*> THE HOLD KEEPS OUT EVERY JOB THAT JOURNALS THROUGH THE JOURNAL
*> SUBPROGRAM, SO NEITHER TEST SHOULD EVER FIRE; EITHER ONE FIRING
*> MEANS SOMETHING WROTE AROUND THE HOLD AND THE TRUNCATE WOULD LOSE
*> IT. THE ANCHOR'S OWN FIELDS ARE SET ASIDE WHILE IT IS RE-READ.
MOVE 'N' TO WS-ANCHOR-OK
MOVE 0 TO WS-COUNT-NOW
MOVE 'N' TO WS-JOURNAL-EOF
OPEN INPUT JOURNAL-FILE
IF WS-JOURNAL-STATUS = '00'
    PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
        READ JOURNAL-FILE
            AT END MOVE 'Y' TO WS-JOURNAL-EOF
            NOT AT END ADD 1 TO WS-COUNT-NOW
        END-READ
    END-PERFORM
    CLOSE JOURNAL-FILE
END-IF
IF WS-COUNT-NOW NOT = WS-COUNT-MOVED
    DISPLAY "ERROR: JOURNAL.DAT now holds " WS-COUNT-NOW " line(s) but "
        WS-COUNT-MOVED " were archived; it changed during the cutover."
    EXIT PARAGRAPH
END-IF
MOVE CHAIN-ANCHOR TO WS-ANCHOR-SAVE
PERFORM READ-CHAIN-ANCHOR
IF WS-ANCHOR-OK = 'Y'
    IF CHN-LAST-NO IS NOT NUMERIC OR CHN-LAST-NO NOT = WS-SEALED-LAST-NO
        DISPLAY "ERROR: JRNCHAIN.DAT moved from entry " WS-SEALED-LAST-NO
            " since the seal; it now reads " CHAIN-ANCHOR(1:9) "."
        MOVE 'N' TO WS-ANCHOR-OK
    END-IF
END-IF
MOVE WS-ANCHOR-SAVE TO CHAIN-ANCHOR.
