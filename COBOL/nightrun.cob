INSTALLATION. XYZ.
DATE-WRITTEN. 26/9/2.
*> MAINTENANCE LOG
*> 26/10/15 - END-TO-END BALANCING (NIGHTBAL) JOINED THE CHAIN AS STEP
*>            6, AFTER THE EXCEPTION EXTRACT HAS FILLED WORKQ.DAT AND
*>            AHEAD OF THE CUTOVER, WHICH IS NOW STEP 7. NIGHTBAL
*>            RETURNS 4 WHEN ANY PAIR ON ITS CONTROL SHEET (BALANCE.
*>            PRT) IS OUT, SO AN UNBALANCED NIGHT NEVER REACHES
*>            JRNCUTOVR. BALANSW.DAT TELLS IT THE BATCH OPERATOR AND
*>            CIPHER INPUT. RUNCTL.DAT GREW A SEVENTH FLAG; AS BEFORE,
*>            CHANGE OVER BETWEEN NIGHTS.
*> 26/10/15 - THE CLEAR-TEXT LEAK SCAN (LEAKSCAN) JOINED THE CHAIN AS
*>            STEP 4, BETWEEN RECONCILIATION AND THE EXCEPTION
*>            EXTRACT. RECONCILE ONLY PROVES THE OUTPUT DECRYPTS BACK;
*>            THIS STEP PROVES IT WAS ENCIPHERED AT ALL, AND A RUN
*>            WITH SUSPECT DETAILS (RETURN CODE 4) IS HELD HERE UNTIL
*>            SOMEONE REVIEWS LEAKRPT.PRT AND SIGNS IT OFF WITH AN
*>            ON-DEMAND LEAKSCAN; THE RERUN THEN PASSES. LEAKANSW.DAT
*>            POINTS THE SCAN AT THE CIPHER INPUT AS RECOANSW.DAT DOES
*>            FOR RECONCILE. EXTRACT IS NOW STEP 5, CUTOVER STEP 6, AND
*>            RUNCTL.DAT GREW A SIXTH FLAG; CHANGE OVER BETWEEN NIGHTS,
*>            SINCE A FIVE-FLAG RECORD FROM TONIGHT WOULD READ THE OLD
*>            EXTRACT FLAG AS THE SCAN.
*> 26/9/2  - THE EXCEPTION EXTRACT (EXCEXTR, FEEDING WORKQ.DAT FOR
*>           THE ANALYST WORKSTATION) JOINED THE CHAIN AS STEP 4,
*>           BETWEEN RECONCILIATION AND THE JOURNAL CUTOVER; THE
*> SIGNS ON AS (MUST CARRY THE 'B' FLAG ON OPERAUTH.DAT), LINE 2 =
*> CIPHER/RECONCILE INPUT FILE (BLANK = TRANSCLN.DAT). A MISSING
*> PARAMETER FILE RUNS ON THE DEFAULTS WITH A WARNING.
*> RUNCTL.DAT: RUN DATE X(8), BLANK, SEVEN Y/N STEP FLAGS - EDIT,
*> CIPHER, RECONCILE, LEAK SCAN, EXCEPTION EXTRACT, BALANCING,
*> CUTOVER. A RECORD FROM AN EARLIER DATE MEANS A FRESH NIGHT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT RECOANSW-FILE ASSIGN TO "RECOANSW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RANS-STATUS.
    SELECT LEAKANSW-FILE ASSIGN TO "LEAKANSW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LANS-STATUS.
    SELECT BALANSW-FILE ASSIGN TO "BALANSW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BANS-STATUS.
    SELECT RECYCLE-FILE ASSIGN TO "TRANSRCY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCY-STATUS.
    05 CTL-STEP-3 PIC X(1).
    05 CTL-STEP-4 PIC X(1).
    05 CTL-STEP-5 PIC X(1).
    05 CTL-STEP-6 PIC X(1).
    05 CTL-STEP-7 PIC X(1).

FD  CIPHANSW-FILE.
01  CIPHANSW-LINE PIC X(80).
FD  RECOANSW-FILE.
01  RECOANSW-LINE PIC X(80).

FD  LEAKANSW-FILE.
01  LEAKANSW-LINE PIC X(80).

FD  BALANSW-FILE.
01  BALANSW-LINE PIC X(80).

FD  RECYCLE-FILE.
01  RECYCLE-RECORD PIC X(95).

  01 WS-CTL-STATUS PIC X(2).
  01 WS-CANS-STATUS PIC X(2).
  01 WS-RANS-STATUS PIC X(2).
  01 WS-LANS-STATUS PIC X(2).
  01 WS-BANS-STATUS PIC X(2).
  01 WS-RCY-STATUS PIC X(2).
  01 WS-TIN-STATUS PIC X(2).
  01 WS-RCY-EOF PIC X(1).
  01 WS-STEP-3 PIC X(1) VALUE 'N'.
  01 WS-STEP-4 PIC X(1) VALUE 'N'.
  01 WS-STEP-5 PIC X(1) VALUE 'N'.
  01 WS-STEP-6 PIC X(1) VALUE 'N'.
  01 WS-STEP-7 PIC X(1) VALUE 'N'.
  01 WS-NIGHT-OK PIC X(1) VALUE 'Y'.
  01 WS-MERGE-COUNT PIC 9(3) VALUE 0.

IF WS-NIGHT-OK = 'Y'
    PERFORM RUN-STEP-RECONCILE
END-IF
IF WS-NIGHT-OK = 'Y'
    PERFORM RUN-STEP-LEAKSCAN
END-IF
IF WS-NIGHT-OK = 'Y'
    PERFORM RUN-STEP-EXTRACT
END-IF
IF WS-NIGHT-OK = 'Y'
    PERFORM RUN-STEP-BALANCE
END-IF
IF WS-NIGHT-OK = 'Y'
    PERFORM RUN-STEP-CUTOVER
END-IF
IF WS-NIGHT-OK = 'Y'
    DISPLAY "Night complete: all seven steps finished."
ELSE
    DISPLAY "Night stopped at the failed step; fix the cause and rerun -"
    DISPLAY "RUNCTL.DAT restarts tonight at the step that failed."
            MOVE CTL-STEP-3 TO WS-STEP-3
            MOVE CTL-STEP-4 TO WS-STEP-4
            MOVE CTL-STEP-5 TO WS-STEP-5
            MOVE CTL-STEP-6 TO WS-STEP-6
            MOVE CTL-STEP-7 TO WS-STEP-7
            DISPLAY "Resuming tonight's run: steps done so far "
                WS-STEP-1 WS-STEP-2 WS-STEP-3 WS-STEP-4 WS-STEP-5
                WS-STEP-6 WS-STEP-7
        END-IF
END-READ
CLOSE RUNCTL-FILE
END-IF
IF WS-STEP-4 NOT = 'Y'
    MOVE 'N' TO WS-STEP-5
END-IF
IF WS-STEP-5 NOT = 'Y'
    MOVE 'N' TO WS-STEP-6
END-IF
IF WS-STEP-6 NOT = 'Y'
    MOVE 'N' TO WS-STEP-7
END-IF.

SAVE-RUNCTL.
MOVE WS-STEP-3 TO CTL-STEP-3
MOVE WS-STEP-4 TO CTL-STEP-4
MOVE WS-STEP-5 TO CTL-STEP-5
MOVE WS-STEP-6 TO CTL-STEP-6
MOVE WS-STEP-7 TO CTL-STEP-7
WRITE RUNCTL-RECORD
CLOSE RUNCTL-FILE.

MOVE 'Y' TO WS-STEP-3
PERFORM SAVE-RUNCTL.

RUN-STEP-LEAKSCAN.
IF WS-STEP-4 = 'Y'
    DISPLAY "Step 4 (LEAKSCAN) already complete tonight; skipping."
    EXIT PARAGRAPH
END-IF
DISPLAY "Step 4: LEAKSCAN against " WS-CIPHER-INPUT
OPEN OUTPUT LEAKANSW-FILE
IF WS-LANS-STATUS NOT = '00'
    DISPLAY "ERROR: unable to write " "LEAKANSW.DAT" ", file status " WS-LANS-STATUS
    MOVE 'N' TO WS-NIGHT-OK
    EXIT PARAGRAPH
END-IF
MOVE WS-CIPHER-INPUT TO LEAKANSW-LINE
WRITE LEAKANSW-LINE
CLOSE LEAKANSW-FILE
MOVE 0 TO RETURN-CODE
CALL 'LEAKSCAN'
OPEN OUTPUT LEAKANSW-FILE
CLOSE LEAKANSW-FILE
IF RETURN-CODE NOT = 0
    DISPLAY "Step 4 failed with return code " RETURN-CODE
        " - the run is held until LEAKRPT.PRT is reviewed and signed off."
    MOVE 'N' TO WS-NIGHT-OK
    EXIT PARAGRAPH
END-IF
MOVE 'Y' TO WS-STEP-4
PERFORM SAVE-RUNCTL.

RUN-STEP-EXTRACT.
IF WS-STEP-5 = 'Y'
    DISPLAY "Step 5 (exception extract) already complete tonight; skipping."
    EXIT PARAGRAPH
END-IF
DISPLAY "Step 5: EXCEXTR"
MOVE 0 TO RETURN-CODE
CALL 'EXCEXTR'
IF RETURN-CODE NOT = 0
    DISPLAY "Step 5 failed with return code " RETURN-CODE
    MOVE 'N' TO WS-NIGHT-OK
END-IF
MOVE 'Y' TO WS-STEP-5
PERFORM SAVE-RUNCTL.

RUN-STEP-BALANCE.
IF WS-STEP-6 = 'Y'
    DISPLAY "Step 6 (NIGHTBAL) already complete tonight; skipping."
    EXIT PARAGRAPH
END-IF
DISPLAY "Step 6: NIGHTBAL"
OPEN OUTPUT BALANSW-FILE
IF WS-BANS-STATUS NOT = '00'
    DISPLAY "ERROR: unable to write " "BALANSW.DAT" ", file status " WS-BANS-STATUS
    MOVE 'N' TO WS-NIGHT-OK
    EXIT PARAGRAPH
END-IF
MOVE WS-BATCH-OPERATOR TO BALANSW-LINE
WRITE BALANSW-LINE
MOVE WS-CIPHER-INPUT TO BALANSW-LINE
WRITE BALANSW-LINE
CLOSE BALANSW-FILE
MOVE 0 TO RETURN-CODE
CALL 'NIGHTBAL'
OPEN OUTPUT BALANSW-FILE
CLOSE BALANSW-FILE
IF RETURN-CODE NOT = 0
    DISPLAY "Step 6 failed with return code " RETURN-CODE
        " - the journal cutover is withheld until the night balances."
    MOVE 'N' TO WS-NIGHT-OK
    EXIT PARAGRAPH
END-IF
MOVE 'Y' TO WS-STEP-6
PERFORM SAVE-RUNCTL.

RUN-STEP-CUTOVER.
IF WS-STEP-7 = 'Y'
    DISPLAY "Step 7 (JRNCUTOVR) already complete tonight; skipping."
    EXIT PARAGRAPH
END-IF
DISPLAY "Step 7: JRNCUTOVR"
MOVE 0 TO RETURN-CODE
CALL 'JRNCUTOVR'
IF RETURN-CODE NOT = 0
    DISPLAY "Step 7 failed with return code " RETURN-CODE
    MOVE 'N' TO WS-NIGHT-OK
    EXIT PARAGRAPH
END-IF
MOVE 'Y' TO WS-STEP-7
PERFORM SAVE-RUNCTL.
