INSTALLATION. XYZ.
DATE-WRITTEN. 26/9/2.
*> MAINTENANCE LOG
*> 26/10/15 - JOURNAL SUBPROGRAM BROUGHT INTO STEP WITH THE MASTER:
*>            EACH ENTRY IS WRITTEN UNDER AN EXCLUSIVE HOLD ON
*>            JRNCHAIN.LCK, SO THIS JOB AND THE BATCH NO LONGER FORK
*>            THE CHAIN WHEN THEY JOURNAL AT THE SAME MOMENT.
*> 26/10/15 - EVERY SOLVE IS NOW JOURNALED UNDER THE RUN ID AND
*>            SEQUENCE OF THE QUEUE ITEM IT WAS MADE FOR (JOURNAL
*>            SUBPROGRAM BROUGHT INTO STEP WITH THE MASTER AGAIN).
*> 26/10/15 - JOURNAL SUBPROGRAM BROUGHT INTO STEP WITH THE MASTER IN
*>            ceasercipher2.cob: ENTRIES NOW CARRY A RUNNING ENTRY
*>            NUMBER AND A TAMPER-EVIDENT CHAIN VALUE.
*> 26/10/15 - WORKQ.DAT IS NOW AN INDEXED FILE KEYED BY RUN ID,
*>            SEQUENCE AND SEGMENT (LAYOUT KEPT IN STEP WITH EXCEXTR).
*>            THE SESSION BROWSES THE QUEUE IN KEY ORDER AND EACH
*>            DISPOSITION IS REWRITTEN ON ITS OWN RECORD THE MOMENT IT
*>            IS MADE. THE 300-ITEM TABLE, ITS OVERFLOW WARNING AND THE
*>            WORKQ.TMP HOLD-FILE REWRITE ARE GONE: EVERY OPEN ITEM IS
*>            REACHABLE IN ONE SESSION, AND AN ABANDONED SESSION KEEPS
*>            EVERY DISPOSITION ALREADY MADE.
*> 26/9/2  - ORIGINAL VERSION. EXCEPTION WORK QUEUE WORKSTATION.
*>           SERVES THE ANALYST THE NEXT OPEN ITEM OFF WORKQ.DAT
*>           (FILLED BY EXCEXTR FROM THE 'N'/'T'/'U' FLAGGED OUTPUT
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WORKQ-FILE ASSIGN TO "WORKQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QUE-KEY
        FILE STATUS IS WS-WQ-STATUS.
    SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT AGING-FILE ASSIGN TO "WORKQAGE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGE-STATUS.

DATA DIVISION.
FILE SECTION.
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
FD  AGING-FILE.
01  AGING-LINE PIC X(100).

WORKING-STORAGE SECTION.
  01 WS-WQ-STATUS PIC X(2).
  01 WS-AUTH-STATUS PIC X(2).
  01 WS-RES-STATUS PIC X(2).
  01 WS-AGE-STATUS PIC X(2).
  01 WS-WQ-EOF PIC X(1).
  01 WS-AUTH-EOF PIC X(1).
  01 WS-TODAY PIC X(8).
  01 WS-SIGNON-OK PIC X(1) VALUE 'N'.
  01 WS-PERM-S PIC X(1) VALUE 'N'.
  01 WS-PERM-K PIC X(1) VALUE 'N'.
  01 WS-QUE-COUNT PIC 9(6) VALUE 0.
  01 WS-QUE-IDX PIC 9(6) VALUE 0.
  01 WS-QUE-OPEN PIC X(1) VALUE 'N'.
  01 WS-CHOICE PIC X(1).
  01 WS-WALK-DONE PIC X(1).
  01 WS-ITEM-DONE PIC X(1).
  01 WS-COUNT-SOLVED PIC 9(3) VALUE 0.
  01 WS-COUNT-RETURNED PIC 9(3) VALUE 0.
  01 WS-COUNT-WRITEOFF PIC 9(3) VALUE 0.
  01 WS-COUNT-OPEN PIC 9(6) VALUE 0.
  01 WS-COUNT-AGED PIC 9(6) VALUE 0.
  01 JRN-ACTION-LOG PIC X(5) VALUE 'LOG'.
  01 JRN-ACTION-CLOSE PIC X(5) VALUE 'CLOSE'.
  01 JRN-SUBPROG PIC X(8).
  01 JRN-LEN PIC 999.
  01 JRN-KEYTXT PIC X(20) VALUE SPACES.
  01 JRN-DEPT PIC X(4) VALUE SPACES.
  01 JRN-RUN-ID PIC X(14) VALUE SPACES.
  01 JRN-SEQ PIC X(6) VALUE SPACES.
  01 JRN-KEYNUM-ED PIC -(3)9.
  01 WS-MASK-KEYNAME PIC X(20) VALUE SPACES.
  01 WS-MASK-REALKEY PIC X(20).
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
PERFORM OPEN-QUEUE
IF WS-QUE-COUNT = 0
    DISPLAY "The work queue is empty; nothing to serve."
    IF WS-QUE-OPEN = 'Y'
        CLOSE WORKQ-FILE
    END-IF
    GOBACK
END-IF
MOVE 'N' TO WS-WALK-DONE
MOVE 'N' TO WS-WQ-EOF
PERFORM START-QUEUE
PERFORM UNTIL WS-WQ-EOF = 'Y' OR WS-WALK-DONE = 'Y'
    READ WORKQ-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-WQ-EOF
        NOT AT END
            IF QUE-STATUS = 'O'
                ADD 1 TO WS-QUE-IDX
                PERFORM WORK-ONE-ITEM
            END-IF
    END-READ
END-PERFORM
IF WS-RES-OPEN = 'Y'
    CLOSE RESOLVED-FILE
END-IF
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-CLOSE JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ
PERFORM WRITE-AGING-REPORT
CLOSE WORKQ-FILE
DISPLAY "Session complete: " WS-COUNT-SOLVED " solved, "
    WS-COUNT-RETURNED " returned, " WS-COUNT-WRITEOFF " written off, "
    WS-COUNT-OPEN " still open (aged items on WORKQAGE.PRT)."
    MOVE 'SIGNON' TO WS-DENIED-FUNC
    PERFORM JOURNAL-DENIED
    CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-CLOSE JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
        JRN-RUN-ID JRN-SEQ
END-IF.

JOURNAL-DENIED.
MOVE 'DENIED' TO JRN-SUBPROG
MOVE WS-DENIED-FUNC TO JRN-KEYTXT
MOVE 0 TO JRN-LEN
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ.

OPEN-QUEUE.
*> THE QUEUE IS HELD OPEN I-O FOR THE SESSION. ONE BROWSE COUNTS THE
*> OPEN ITEMS SO THE ANALYST KNOWS HOW MUCH IS WAITING; DISPOSITIONS
*> ARE REWRITTEN ONE RECORD AT A TIME AS THEY ARE MADE.
MOVE 'N' TO WS-WQ-EOF
OPEN I-O WORKQ-FILE
IF WS-WQ-STATUS = '35'
    EXIT PARAGRAPH
END-IF
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
MOVE 'Y' TO WS-QUE-OPEN
PERFORM START-QUEUE
PERFORM UNTIL WS-WQ-EOF = 'Y'
    READ WORKQ-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-WQ-EOF
        NOT AT END
            IF QUE-STATUS = 'O'
                ADD 1 TO WS-QUE-COUNT
            END-IF
    END-READ
END-PERFORM.

START-QUEUE.
*> POSITIONS THE BROWSE AT THE LOWEST KEY - OLDEST RUN FIRST.
MOVE LOW-VALUES TO QUE-KEY
START WORKQ-FILE KEY IS NOT LESS THAN QUE-KEY
    INVALID KEY MOVE 'Y' TO WS-WQ-EOF
END-START.

WORK-ONE-ITEM.
MOVE 'N' TO WS-ITEM-DONE
PERFORM UNTIL WS-ITEM-DONE = 'Y' OR WS-WALK-DONE = 'Y'
    DISPLAY " "
    DISPLAY "Open item " WS-QUE-IDX " of " WS-QUE-COUNT
        " - run " QUE-RUN-ID
        " seq " QUE-SEQ "/" QUE-SEG
        " flag " QUE-FLAG
        " queued " QUE-ADDED
    DISPLAY "  text: " QUE-TEXT
    DISPLAY "(S)olve, (K)eyword solve, (R)eturn to submitter, (W)rite off, (N)ext, e(X)it?"
    ACCEPT WS-CHOICE
    EVALUATE WS-CHOICE
ELSE
    MOVE 25 TO WS-SOLVE-CAP
END-IF
MOVE QUE-TEXT TO WS-WORK-TEXT
CALL 'SOLVE' USING BY REFERENCE WS-WORK-TEXT WS-SOLVE-CAP
    WS-SOLVE-FOUND BY CONTENT 'N' BY REFERENCE WS-SOLVE-HITS
PERFORM JOURNAL-SOLVE
    DISPLAY "No shift matched the common-word list; the item stays open."
    EXIT PARAGRAPH
END-IF
MOVE QUE-TEXT TO WS-CLEAR-TEXT
CALL 'ENCRYPT' USING BY REFERENCE WS-CLEAR-TEXT
    BY CONTENT WS-SOLVE-CAP 'N' 'Y'
DISPLAY "Recovered (shift " WS-SOLVE-CAP ", " WS-SOLVE-HITS
MOVE 'N' TO WS-SOLVE-FOUND
MOVE 0 TO WS-SOLVE-HITS
IF WS-EXTRA-CAND NOT = SPACES
    MOVE QUE-TEXT TO WS-WORK-TEXT
    MOVE 0 TO WS-KW-POS
    CALL 'DECRYPTK' USING BY REFERENCE WS-WORK-TEXT
        BY CONTENT WS-EXTRA-CAND 'Y'
    END-IF
END-IF
IF WS-SOLVE-FOUND NOT = 'Y'
    MOVE QUE-TEXT TO WS-WORK-TEXT
    CALL 'SOLVEK' USING BY REFERENCE WS-WORK-TEXT WS-KEYWORD
        WS-SOLVE-FOUND WS-SOLVE-HITS BY CONTENT 'N'
    IF WS-SOLVE-FOUND = 'Y'
        MOVE QUE-TEXT TO WS-CLEAR-TEXT
        MOVE 0 TO WS-KW-POS
        CALL 'DECRYPTK' USING BY REFERENCE WS-CLEAR-TEXT
            BY CONTENT WS-KEYWORD 'Y'
END-IF
MOVE 'SOLVE' TO JRN-SUBPROG
PERFORM JOURNAL-ITEM-LEN
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ.

JOURNAL-SOLVEK.
IF WS-SOLVE-FOUND = 'Y'
END-IF
MOVE 'SOLVEK' TO JRN-SUBPROG
PERFORM JOURNAL-ITEM-LEN
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ.

JOURNAL-ITEM-LEN.
*> THE ENTRY IS TIED TO THE QUEUE ITEM'S RUN AND SEQUENCE, SO KEYIMPACT
*> CAN TRACE A RECOVERED KEY BACK TO THE MESSAGE IT WAS USED ON.
MOVE QUE-RUN-ID TO JRN-RUN-ID
MOVE QUE-SEQ TO JRN-SEQ
COMPUTE JRN-LEN = 0
INSPECT FUNCTION REVERSE(QUE-TEXT)
    TALLYING JRN-LEN FOR LEADING SPACES
COMPUTE JRN-LEN = 50 - JRN-LEN.

MOVE SPACES TO WS-MASK-KEYNAME.

DISPOSE-SOLVED.
MOVE 'S' TO QUE-STATUS
MOVE WS-OPERATOR TO QUE-DISP-OPER
MOVE WS-TODAY TO QUE-DISP-DATE
MOVE JRN-KEYTXT TO QUE-DISP-KEY
ADD 1 TO WS-COUNT-SOLVED
MOVE WS-SHIFT-SEP(1:3) TO WS-RES-SHIFT
MOVE WS-SOLVE-HITS TO WS-RES-HITS
PERFORM WRITE-RESOLVED
MOVE 'Y' TO WS-ITEM-DONE
PERFORM REWRITE-ITEM
DISPLAY "Item solved and queued to RESOLVED.DAT.".

DISPOSE-SOLVED-KEYWORD.
MOVE 'S' TO QUE-STATUS
MOVE WS-OPERATOR TO QUE-DISP-OPER
MOVE WS-TODAY TO QUE-DISP-DATE
MOVE JRN-KEYTXT TO QUE-DISP-KEY
ADD 1 TO WS-COUNT-SOLVED
MOVE SPACES TO WS-RES-SHIFT
MOVE SPACES TO WS-RES-HITS
PERFORM WRITE-RESOLVED
MOVE 'Y' TO WS-ITEM-DONE
PERFORM REWRITE-ITEM
DISPLAY "Item solved and queued to RESOLVED.DAT.".

WRITE-RESOLVED.
END-IF
MOVE SPACES TO RESOLVED-RECORD
MOVE 'D' TO RES-REC-TYPE
MOVE QUE-SEQ TO RES-SEQ
MOVE WS-CLEAR-TEXT TO RES-TEXT
MOVE WS-RES-SHIFT TO RES-SOLVE-SHIFT
MOVE WS-RES-HITS TO RES-SOLVE-HITS
WRITE RESOLVED-RECORD.

DISPOSE-RETURNED.
MOVE 'R' TO QUE-STATUS
MOVE WS-OPERATOR TO QUE-DISP-OPER
MOVE WS-TODAY TO QUE-DISP-DATE
MOVE SPACES TO QUE-DISP-KEY
ADD 1 TO WS-COUNT-RETURNED
MOVE 'Y' TO WS-ITEM-DONE
PERFORM REWRITE-ITEM
DISPLAY "Item returned to the submitter.".

DISPOSE-WRITEOFF.
MOVE 'W' TO QUE-STATUS
MOVE WS-OPERATOR TO QUE-DISP-OPER
MOVE WS-TODAY TO QUE-DISP-DATE
MOVE SPACES TO QUE-DISP-KEY
ADD 1 TO WS-COUNT-WRITEOFF
MOVE 'Y' TO WS-ITEM-DONE
PERFORM REWRITE-ITEM
DISPLAY "Item written off.".

REWRITE-ITEM.
*> THE DISPOSITION GOES BACK ON THE ITEM'S OWN RECORD AT ONCE.
*> DISPOSED ITEMS KEEP THEIR DISPOSITION ON RECORD RATHER THAN
*> VANISHING, SO "WHO SETTLED THIS AND HOW" HAS AN ANSWER; ONLY 'O'
*> ITEMS ARE EVER SERVED AGAIN.
REWRITE WORKQ-RECORD
    INVALID KEY
        DISPLAY "ERROR: unable to record the disposition of run " QUE-RUN-ID
            " seq " QUE-SEQ ", file status " WS-WQ-STATUS
END-REWRITE.

WRITE-AGING-REPORT.
*> ANYTHING OPEN FOR MORE THAN A DAY HAS SAT UNWORKED TOO LONG AND
WRITE AGING-LINE
MOVE "----------------------------------------" TO AGING-LINE
WRITE AGING-LINE
MOVE 'N' TO WS-WQ-EOF
PERFORM START-QUEUE
PERFORM UNTIL WS-WQ-EOF = 'Y'
    READ WORKQ-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-WQ-EOF
        NOT AT END
            IF QUE-STATUS = 'O'
                ADD 1 TO WS-COUNT-OPEN
                PERFORM WRITE-AGING-LINE
            END-IF
    END-READ
END-PERFORM
MOVE "----------------------------------------" TO AGING-LINE
WRITE AGING-LINE
WRITE AGING-LINE
CLOSE AGING-FILE.

WRITE-AGING-LINE.
IF QUE-ADDED IS NOT NUMERIC
    EXIT PARAGRAPH
END-IF
COMPUTE WS-DAYS-OLD =
    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
    - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(QUE-ADDED))
IF WS-DAYS-OLD > 1
    ADD 1 TO WS-COUNT-AGED
    MOVE SPACES TO AGING-LINE
    STRING QUE-RUN-ID " "
        QUE-SEQ " "
        QUE-FLAG "   "
        QUE-ADDED "  "
        WS-DAYS-OLD
        DELIMITED BY SIZE INTO AGING-LINE
    WRITE AGING-LINE
END-IF.

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
