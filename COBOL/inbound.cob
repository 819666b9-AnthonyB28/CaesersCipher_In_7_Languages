INSTALLATION. XYZ.
DATE-WRITTEN. 26/9/2.
*> MAINTENANCE LOG
*> 26/10/15 - JOURNAL SUBPROGRAM BROUGHT INTO STEP WITH THE MASTER:
*>            EACH ENTRY IS WRITTEN UNDER AN EXCLUSIVE HOLD ON
*>            JRNCHAIN.LCK, SO THIS JOB AND THE BATCH NO LONGER FORK
*>            THE CHAIN WHEN THEY JOURNAL AT THE SAME MOMENT.
*> 26/10/15 - READS THE WIDER PARTNERS.DAT RECORD, WHICH NOW ENDS WITH
*>            THE PARTNER'S STATUS. AN INACTIVE PARTNER ONLY STOPS NEW
*>            OUTBOUND TRAFFIC; A FILE IT SENT IS STILL DECRYPTED.
*> 26/10/15 - EVERY DECRYPT IS NOW JOURNALED UNDER THE PARTNER'S RUN ID
*>            FROM THE HEADER AND THE DETAIL'S SEQUENCE, SO A PARTNER
*>            KEY'S USE CAN BE TRACED BACK TO THE FILE IT OPENED
*>            (JOURNAL SUBPROGRAM BROUGHT INTO STEP WITH THE MASTER).
*> 26/10/15 - JOURNAL SUBPROGRAM BROUGHT INTO STEP WITH THE MASTER IN
*>            ceasercipher2.cob: ENTRIES NOW CARRY A RUNNING ENTRY
*>            NUMBER AND A TAMPER-EVIDENT CHAIN VALUE.
*> 26/9/2  - ORIGINAL VERSION. INBOUND PARTNER FILE PROCESSING. TWO
*>           PARTNERS NOW SEND US ENCIPHERED FILES IN THE SAME H/D/T
*>           INTERFACE LAYOUT WE SEND THEM; UNTIL NOW SOMEONE PASTED
    05 PTN-KEYTYPE PIC X(1).
    05 FILLER      PIC X(1).
    05 PTN-KEYNAME PIC X(20).
    05 FILLER      PIC X(1).
    05 PTN-STATUS  PIC X(1).

FD  CLEAR-FILE.
01  CLEAR-RECORD.
  01 JRN-LEN PIC 999.
  01 JRN-KEYTXT PIC X(20) VALUE SPACES.
*> PARTNER TRAFFIC CARRIES NO DEPARTMENT CODE; THE JOURNAL LINES GO
*> OUT WITH A BLANK DEPARTMENT, AND CHARGEBCK CHARGES A DECRYPT LINE
*> WITH A RUN ID AND NO DEPARTMENT TO THE INBOUND BILL-TO DEPARTMENT
*> ON GLCTL.DAT.
  01 JRN-DEPT PIC X(4) VALUE SPACES.
*> THE HEADER'S RUN ID IS HELD HERE FOR THE DETAILS BEHIND IT - THE
*> HEADER RECORD AREA IS OVERLAID BY EVERY DETAIL READ.
  01 JRN-RUN-ID PIC X(14) VALUE SPACES.
  01 JRN-SEQ PIC X(6) VALUE SPACES.
  01 WS-MASK-KEYNAME PIC X(20) VALUE SPACES.
  01 WS-MASK-REALKEY PIC X(20).

CLOSE CLEAR-FILE
CLOSE EXCEPTION-FILE
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-CLOSE JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ
DISPLAY "Inbound processing complete: " WS-COUNT-CLEAR " decrypted, "
    WS-COUNT-EXC " exception(s); clear text on INBCLEAR.DAT, see INBEXC.PRT."
IF WS-COUNT-EXC > 0
    WHEN 'H'
        MOVE 'Y' TO WS-SAW-HEADER
        MOVE RHD-RUN-ID(1:4) TO WS-PARTNER-ID
        MOVE RHD-RUN-ID TO JRN-RUN-ID
        MOVE SPACES TO EXCEPTION-LINE
        STRING "RUN " RHD-RUN-ID " DATED " RHD-RUN-DATE
            " FROM PARTNER " WS-PARTNER-ID
COMPUTE JRN-LEN = 0
INSPECT FUNCTION REVERSE(RCV-TEXT) TALLYING JRN-LEN FOR LEADING SPACES
COMPUTE JRN-LEN = LENGTH OF RCV-TEXT - JRN-LEN
MOVE RCV-SEQ TO JRN-SEQ
CALL 'JOURNAL' USING BY CONTENT JRN-ACTION-LOG JRN-SUBPROG JRN-LEN JRN-KEYTXT JRN-DEPT WS-OPERATOR
    JRN-RUN-ID JRN-SEQ.

MASK-JRN-KEYTXT.
*> THE SAME FUNNEL EVERY OTHER CIPHER CALLER USES: NO KEY MATERIAL
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
*> 26/9/2 - COPY OF THE MASTER IN ceasercipher2.cob, TAKEN FOR THE
*>          INBOUND JOB; KEPT IN STEP WITH IT.
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
