INSTALLATION. XYZ.
DATE-WRITTEN. 26/8/21.
*> MAINTENANCE LOG
*> 26/10/15 - THE REPORT NOW PRICES WHAT IT COUNTS. EACH MESSAGE IS
*>            CHARGED AT THE RATE FOR ITS OPERATION CLASS ON RATES.DAT
*>            (KEPT BY RATEMAINT) IN EFFECT ON THE DAY IT WAS
*>            JOURNALED: ENCRYPT, DECRYPT, SOLVE (BATCH SOLVE), SOLVEK
*>            (KEYWORD SOLVE) AND INBOUND (PARTNER FILES DECRYPTED BY
*>            INBOUND, CHARGED TO THE BILL-TO DEPARTMENT ON GLCTL.DAT).
*>            BILLING IS PER MESSAGE: THE BATCH JOURNALS EVERY 50-BYTE
*>            SEGMENT, AND A SEGMENT CARRYING THE SAME RUN ID AND
*>            SEQUENCE AS A MESSAGE ALREADY COUNTED IS A CONTINUATION
*>            AND IS NOT BILLED AGAIN. DENIED ENTRIES ARE NOT BILLED.
*>            FOR A SINGLE MONTH THE RUN ALSO WRITES THE BALANCED GL
*>            POSTING FILE GLCB<YYYYMM>.DAT: ONE DEBIT PER DEPARTMENT
*>            TO ITS COST CENTER ON DEPTMAST.DAT, ONE OFFSETTING CREDIT
*>            TO THE OPERATIONS RECOVERY ACCOUNT ON GLCTL.DAT, AND A
*>            HEADER AND TRAILER WITH THE RECORD COUNT AND TOTALS. THE
*>            FILE IS REFUSED (RETURN-CODE 4, REASONS ON THE REPORT)
*>            WHILE ANY BILLED DEPARTMENT IS MISSING OR INACTIVE ON THE
*>            MASTER OR HAS NO COST CENTER, ANY MESSAGE HAS NO RATE, OR
*>            THE GL SETTINGS ARE INCOMPLETE. TRAFFIC WITH NO
*>            DEPARTMENT (EXCWORK REWORK, ENTRIES FROM BEFORE THE CODE
*>            EXISTED) IS PRICED FOR INFORMATION UNDER '----' BUT IS
*>            NOT POSTED.
*> 26/10/15 - READS THE 114-BYTE JOURNAL LINE, WHICH NOW ENDS WITH THE
*>            RUN ID (94:14) AND SEQUENCE (109:6) OF THE MESSAGE EACH
*>            ENTRY WAS MADE FOR.
*> 26/10/15 - READS THE CHAINED 92-BYTE JOURNAL LINE AND STEPS OVER THE
*>            SEAL LINES JRNCUTOVR NOW CLOSES EACH ARCHIVE CUTOVER WITH,
*>            SO A SEAL IS NEVER BILLED TO A DEPARTMENT.
*> 26/9/2  - THE REPORT NOW CARRIES THE DEPARTMENT NAME FROM THE
*>           DEPTMAST.DAT MASTER BESIDE EACH CODE, AND FLAGS ANY
*>           JOURNALED CODE THAT IS NO LONGER ON THE MASTER (ABSENT
*> ceasercipher2.cob): TIMESTAMP (1:21), SUBPROGRAM (23:8),
*> INPUT LENGTH (32:3), KEY TEXT (36:20), DEPARTMENT (57:4),
*> OPERATOR (62:8) - BLANK ON ENTRIES FROM BEFORE THE SIGN-ON.
*> ENTRY NUMBER (71:9) AND CHAIN VALUE (81:12) - BLANK ON ENTRIES FROM
*> BEFORE CHAINING. RUN ID (94:14) AND SEQUENCE (109:6) - BLANK ON
*> INTERACTIVE WORK AND ON ENTRIES FROM BEFORE THEY WERE CARRIED.
*> AN ARCHIVE ALSO CARRIES ONE SEAL LINE PER CUTOVER,
*> 'SEAL' IN THE SUBPROGRAM FIELD; IT IS NOT AN ENTRY AND IS SKIPPED.
*>
*> RATES.DAT AND GLCTL.DAT LAYOUTS ARE DESCRIBED IN RATEMAINT AND MUST
*> STAY IN STEP WITH IT.
*> GLCB<YYYYMM>.DAT OUTPUT, ONE RECORD TYPE PER LINE:
*>   'H', BLANK, SOURCE X(8) 'CHARGBCK', BLANK, PERIOD X(6) YYYYMM,
*>        BLANK, CREATED DATE X(8) YYYYMMDD.
*>   'D', BLANK, 'DR' OR 'CR', BLANK, GL ACCOUNT X(10), BLANK,
*>        AMOUNT 9(9)V99 (UNEDITED, 2 IMPLIED DECIMALS), BLANK,
*>        DEPARTMENT X(4) (BLANK ON THE CREDIT), BLANK,
*>        DESCRIPTION X(30).
*>   'T', BLANK, DETAIL RECORD COUNT 9(6), BLANK, DEBIT TOTAL
*>        9(11)V99, BLANK, CREDIT TOTAL 9(11)V99.
*> EACH DEPARTMENT'S DEBIT IS ITS PRICED TOTAL ROUNDED TO THE CENT;
*> THE CREDIT IS THE SUM OF THE ROUNDED DEBITS, SO THE FILE BALANCES
*> TO THE CENT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAST-STATUS.
    SELECT RATE-FILE ASSIGN TO "RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
    SELECT GLCTL-FILE ASSIGN TO "GLCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLCTL-STATUS.
    SELECT GL-FILE ASSIGN TO DYNAMIC WS-GL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).

FD  PRINT-FILE.
01  PRINT-LINE PIC X(100).
    05 DEPT-STATUS  PIC X(1).
    05 FILLER       PIC X(1).
    05 DEPT-CONTACT PIC X(20).
    05 FILLER       PIC X(1).
    05 DEPT-COST-CENTER PIC X(10).

FD  RATE-FILE.
01  RATE-RECORD.
    05 RATE-CLASS    PIC X(8).
    05 FILLER        PIC X(1).
    05 RATE-EFF-DATE PIC X(8).
    05 FILLER        PIC X(1).
    05 RATE-AMOUNT   PIC 9(3)V9(4).
    05 FILLER        PIC X(1).
    05 RATE-STATUS   PIC X(1).

FD  GLCTL-FILE.
01  GLCTL-RECORD.
    05 GLC-RECOVERY-ACCT PIC X(10).
    05 FILLER            PIC X(1).
    05 GLC-INBOUND-DEPT  PIC X(4).

FD  GL-FILE.
01  GL-DETAIL-RECORD.
    05 GLD-REC-TYPE  PIC X(1).
    05 FILLER        PIC X(1).
    05 GLD-DRCR      PIC X(2).
    05 FILLER        PIC X(1).
    05 GLD-ACCOUNT   PIC X(10).
    05 FILLER        PIC X(1).
    05 GLD-AMOUNT    PIC 9(9)V99.
    05 FILLER        PIC X(1).
    05 GLD-DEPT      PIC X(4).
    05 FILLER        PIC X(1).
    05 GLD-DESC      PIC X(30).
01  GL-HEADER-RECORD.
    05 GLH-REC-TYPE  PIC X(1).
    05 FILLER        PIC X(1).
    05 GLH-SOURCE    PIC X(8).
    05 FILLER        PIC X(1).
    05 GLH-PERIOD    PIC X(6).
    05 FILLER        PIC X(1).
    05 GLH-CREATED   PIC X(8).
01  GL-TRAILER-RECORD.
    05 GLT-REC-TYPE  PIC X(1).
    05 FILLER        PIC X(1).
    05 GLT-COUNT     PIC 9(6).
    05 FILLER        PIC X(1).
    05 GLT-DEBITS    PIC 9(11)V99.
    05 FILLER        PIC X(1).
    05 GLT-CREDITS   PIC 9(11)V99.

WORKING-STORAGE SECTION.
  01 WS-JOURNAL-STATUS PIC X(2).
  01 WS-MONTH-FILTER PIC X(6).
  01 WS-ENTRY-SUBPROG PIC X(8).
  01 WS-ENTRY-DEPT PIC X(4).
  01 WS-ENTRY-DATE PIC X(8).
  01 WS-ENTRY-RUNSEQ PIC X(20).
  01 WS-COUNT-READ PIC 9(6) VALUE 0.
  01 WS-COUNT-KEPT PIC 9(6) VALUE 0.
  01 WS-COUNT-SEGMENTS PIC 9(7) VALUE 0.
  01 WS-COUNT-CONTIN PIC 9(7) VALUE 0.
  01 WS-COUNT-UNPRICED PIC 9(6) VALUE 0.
  01 WS-INBOUND-UNASSIGNED PIC 9(6) VALUE 0.
*> THE OPERATION CLASSES, IN THE ORDER THE REPORT COLUMNS RUN. THE
*> NAMES ARE THE ONES RATES.DAT FILES RATES UNDER.
  01 WS-CLASS-NAMES.
      05 FILLER PIC X(8) VALUE 'ENCRYPT'.
      05 FILLER PIC X(8) VALUE 'DECRYPT'.
      05 FILLER PIC X(8) VALUE 'SOLVE'.
      05 FILLER PIC X(8) VALUE 'SOLVEK'.
      05 FILLER PIC X(8) VALUE 'INBOUND'.
  01 WS-CLASS-TABLE REDEFINES WS-CLASS-NAMES.
      05 WS-CLASS-NAME PIC X(8) OCCURS 5 TIMES.
  01 WS-CLASS-IDX PIC 9.
*> THE LAST FEW MESSAGES BILLED (RUN ID + SEQUENCE AND CLASS). A
*> SEGMENT THAT MATCHES ONE IS A CONTINUATION OF A MESSAGE ALREADY
*> COUNTED. SEVERAL ARE KEPT, NOT JUST THE LAST, BECAUSE INBOUND AND
*> EXCWORK CAN JOURNAL BETWEEN TWO SEGMENTS OF A BATCH MESSAGE.
  01 WS-RECENT-IDX PIC 99.
  01 WS-RECENT-NEXT PIC 99 VALUE 1.
  01 WS-RECENT-HIT PIC X(1).
  01 WS-RECENT-TABLE.
      05 WS-RECENT-ENTRY OCCURS 20 TIMES.
          10 WS-RCT-RUNSEQ PIC X(20) VALUE SPACES.
          10 WS-RCT-CLASS  PIC 9 VALUE 0.
  01 WS-DEPT-IDX PIC 99.
  01 WS-DEPT-HIT PIC 99.
  01 WS-DEPT-COUNT PIC 99 VALUE 0.
  01 WS-DEPT-TALLY.
      05 WS-DEPT-ENTRY OCCURS 50 TIMES.
          10 WS-DEPT-CODE     PIC X(4).
          10 WS-DEPT-MSGS     PIC 9(6) OCCURS 5 TIMES.
          10 WS-DEPT-UNPRICED PIC 9(6).
          10 WS-DEPT-AMOUNT   PIC 9(9)V9(4).
          10 WS-DEPT-POSTED   PIC 9(9)V99.
  01 WS-DEPT-OVERFLOW PIC X(1) VALUE 'N'.
  01 WS-DEPT-TOTAL PIC 9(7).
  01 WS-MSG-ED PIC ZZZZZ9.
  01 WS-AMOUNT-ED PIC ZZZ,ZZZ,ZZ9.99.
  01 WS-COUNT-ED PIC Z,ZZZ,ZZ9.
  01 WS-TOTAL-POSTED PIC 9(11)V99 VALUE 0.
  01 WS-TOTAL-UNPOSTED PIC 9(11)V99 VALUE 0.
  01 WS-MAST-STATUS PIC X(2).
  01 WS-MAST-EOF PIC X(1).
  01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
  01 WS-MAST-IDX PIC 9(3).
  01 WS-MAST-HIT PIC 9(3).
  01 WS-MAST-COUNT PIC 9(3) VALUE 0.
  01 WS-MAST-TABLE.
      05 WS-MAST-ENTRY OCCURS 200 TIMES.
          10 WS-MST-CODE    PIC X(4).
          10 WS-MST-NAME    PIC X(30).
          10 WS-MST-STATUS  PIC X(1).
          10 WS-MST-COSTCTR PIC X(10).
  01 WS-NAME-TEXT PIC X(30).
  01 WS-RATE-STATUS PIC X(2).
  01 WS-RATE-EOF PIC X(1).
  01 WS-HAVE-RATES PIC X(1) VALUE 'N'.
  01 WS-RATE-IDX PIC 9(3).
  01 WS-RATE-COUNT PIC 9(3) VALUE 0.
  01 WS-RATE-TABLE.
      05 WS-RATE-ENTRY OCCURS 200 TIMES.
          10 WS-RTE-CLASS    PIC X(8).
          10 WS-RTE-EFF-DATE PIC X(8).
          10 WS-RTE-AMOUNT   PIC 9(3)V9(4).
  01 WS-RATE-FOUND PIC X(1).
  01 WS-RATE-FOUND-DATE PIC X(8).
  01 WS-RATE-FOUND-AMT PIC 9(3)V9(4).
  01 WS-GLCTL-STATUS PIC X(2).
  01 WS-RECOVERY-ACCT PIC X(10) VALUE SPACES.
  01 WS-INBOUND-DEPT PIC X(4) VALUE SPACES.
  01 WS-GL-STATUS PIC X(2).
  01 WS-GL-NAME PIC X(16).
  01 WS-GL-HOLD PIC X(1) VALUE 'N'.
  01 WS-GL-COUNT PIC 9(6) VALUE 0.
  01 WS-GL-DEBITS PIC 9(11)V99 VALUE 0.
  01 WS-GL-CREDITS PIC 9(11)V99 VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
DISPLAY "Month to bill, YYYYMM, or blank for every entry on the file."
ACCEPT WS-MONTH-FILTER
PERFORM LOAD-DEPT-MASTER
PERFORM LOAD-RATES
PERFORM LOAD-GL-SETTINGS
OPEN INPUT JOURNAL-FILE
IF WS-JOURNAL-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-JOURNAL-NAME ", file status " WS-JOURNAL-STATUS
END-PERFORM
CLOSE JOURNAL-FILE
PERFORM PRINT-REPORT
DISPLAY "Chargeback report complete: " WS-COUNT-KEPT " message(s) from "
    WS-COUNT-READ " entries billed; see CHARGBCK.PRT."
EVALUATE TRUE
    WHEN WS-MONTH-FILTER = SPACES
        DISPLAY "No GL posting file for a run across every month."
    WHEN WS-GL-HOLD = 'Y'
        DISPLAY "GL posting file NOT produced; the reasons are on CHARGBCK.PRT."
        MOVE 4 TO RETURN-CODE
    WHEN OTHER
        DISPLAY "GL posting file " FUNCTION TRIM(WS-GL-NAME) " written: " WS-GL-COUNT
            " detail record(s)."
END-EVALUATE
STOP RUN.

TALLY-ENTRY.
*> ONLY THE FIVE BILLED CLASSES COUNT; DENIED ENTRIES AND ANYTHING
*> ELSE ON THE JOURNAL ARE PASSED OVER. A DECRYPT WITH NO DEPARTMENT
*> BUT A RUN ID CAME FROM INBOUND - A PARTNER FILE - AND IS CHARGED
*> TO THE INBOUND BILL-TO DEPARTMENT ON GLCTL.DAT.
IF JOURNAL-LINE(23:8) = 'SEAL'
    EXIT PARAGRAPH
END-IF
IF WS-MONTH-FILTER NOT = SPACES
    AND JOURNAL-LINE(1:6) NOT = WS-MONTH-FILTER
    EXIT PARAGRAPH
END-IF
MOVE JOURNAL-LINE(1:8) TO WS-ENTRY-DATE
MOVE JOURNAL-LINE(23:8) TO WS-ENTRY-SUBPROG
MOVE JOURNAL-LINE(57:4) TO WS-ENTRY-DEPT
MOVE JOURNAL-LINE(94:20) TO WS-ENTRY-RUNSEQ
EVALUATE TRUE
    WHEN WS-ENTRY-SUBPROG(1:7) = 'ENCRYPT'
        MOVE 1 TO WS-CLASS-IDX
    WHEN WS-ENTRY-SUBPROG(1:7) = 'DECRYPT'
        IF WS-ENTRY-DEPT = SPACES AND WS-ENTRY-RUNSEQ(1:14) NOT = SPACES
            MOVE 5 TO WS-CLASS-IDX
        ELSE
            MOVE 2 TO WS-CLASS-IDX
        END-IF
    WHEN WS-ENTRY-SUBPROG = 'SOLVE'
        MOVE 3 TO WS-CLASS-IDX
    WHEN WS-ENTRY-SUBPROG = 'SOLVEK'
        MOVE 4 TO WS-CLASS-IDX
    WHEN OTHER
        EXIT PARAGRAPH
END-EVALUATE
ADD 1 TO WS-COUNT-SEGMENTS
PERFORM CHECK-CONTINUATION
IF WS-RECENT-HIT = 'Y'
    ADD 1 TO WS-COUNT-CONTIN
    EXIT PARAGRAPH
END-IF
IF WS-ENTRY-DEPT = SPACES
    IF WS-CLASS-IDX = 5 AND WS-INBOUND-DEPT NOT = SPACES
        MOVE WS-INBOUND-DEPT TO WS-ENTRY-DEPT
    ELSE
        IF WS-CLASS-IDX = 5
            ADD 1 TO WS-INBOUND-UNASSIGNED
        END-IF
        MOVE '----' TO WS-ENTRY-DEPT
    END-IF
END-IF
PERFORM FIND-DEPT
IF WS-DEPT-HIT = 0
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-DEPT-MSGS(WS-DEPT-HIT, WS-CLASS-IDX)
ADD 1 TO WS-COUNT-KEPT
PERFORM FIND-RATE
IF WS-RATE-FOUND = 'Y'
    ADD WS-RATE-FOUND-AMT TO WS-DEPT-AMOUNT(WS-DEPT-HIT)
ELSE
    ADD 1 TO WS-DEPT-UNPRICED(WS-DEPT-HIT)
    ADD 1 TO WS-COUNT-UNPRICED
END-IF.

CHECK-CONTINUATION.
*> A SEGMENT WITH NO RUN ID (INTERACTIVE WORK, OLDER ENTRIES) IS
*> ALWAYS A MESSAGE OF ITS OWN. OTHERWISE A MATCH ON RUN ID, SEQUENCE
*> AND CLASS AMONG THE RECENT MESSAGES MAKES IT A CONTINUATION; A
*> MISS RECORDS IT AS THE NEWEST MESSAGE, OVERWRITING THE OLDEST.
MOVE 'N' TO WS-RECENT-HIT
IF WS-ENTRY-RUNSEQ(1:14) = SPACES
    EXIT PARAGRAPH
END-IF
PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1
        UNTIL WS-RECENT-IDX > 20 OR WS-RECENT-HIT = 'Y'
    IF WS-RCT-RUNSEQ(WS-RECENT-IDX) = WS-ENTRY-RUNSEQ
        AND WS-RCT-CLASS(WS-RECENT-IDX) = WS-CLASS-IDX
        MOVE 'Y' TO WS-RECENT-HIT
    END-IF
END-PERFORM
IF WS-RECENT-HIT = 'N'
    MOVE WS-ENTRY-RUNSEQ TO WS-RCT-RUNSEQ(WS-RECENT-NEXT)
    MOVE WS-CLASS-IDX TO WS-RCT-CLASS(WS-RECENT-NEXT)
    IF WS-RECENT-NEXT = 20
        MOVE 1 TO WS-RECENT-NEXT
    ELSE
        ADD 1 TO WS-RECENT-NEXT
    END-IF
END-IF.

FIND-RATE.
*> THE RATE IN EFFECT ON THE ENTRY DATE IS THE ACTIVE RATE FOR THE
*> CLASS WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.
MOVE 'N' TO WS-RATE-FOUND
MOVE SPACES TO WS-RATE-FOUND-DATE
PERFORM VARYING WS-RATE-IDX FROM 1 BY 1 UNTIL WS-RATE-IDX > WS-RATE-COUNT
    IF WS-RTE-CLASS(WS-RATE-IDX) = WS-CLASS-NAME(WS-CLASS-IDX)
        AND WS-RTE-EFF-DATE(WS-RATE-IDX) <= WS-ENTRY-DATE
        AND (WS-RATE-FOUND = 'N'
            OR WS-RTE-EFF-DATE(WS-RATE-IDX) > WS-RATE-FOUND-DATE)
        MOVE 'Y' TO WS-RATE-FOUND
        MOVE WS-RTE-EFF-DATE(WS-RATE-IDX) TO WS-RATE-FOUND-DATE
        MOVE WS-RTE-AMOUNT(WS-RATE-IDX) TO WS-RATE-FOUND-AMT
    END-IF
END-PERFORM.

FIND-DEPT.
*> RETURNS THE DEPARTMENT'S TALLY SLOT IN WS-DEPT-HIT, OPENING A NEW
IF WS-DEPT-HIT = 0
    IF WS-DEPT-COUNT < 50
        ADD 1 TO WS-DEPT-COUNT
        INITIALIZE WS-DEPT-ENTRY(WS-DEPT-COUNT)
        MOVE WS-ENTRY-DEPT TO WS-DEPT-CODE(WS-DEPT-COUNT)
        MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
    ELSE
        MOVE 'Y' TO WS-DEPT-OVERFLOW
OPEN OUTPUT PRINT-FILE
IF WS-PRINT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "CHARGBCK.PRT" ", file status " WS-PRINT-STATUS
    MOVE 'Y' TO WS-GL-HOLD
    EXIT PARAGRAPH
END-IF
MOVE SPACES TO PRINT-LINE
WRITE PRINT-LINE
MOVE "------------------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE "MESSAGES BILLED PER CLASS; EACH PRICED AT THE RATE IN EFFECT ON ITS DAY" TO PRINT-LINE
WRITE PRINT-LINE
MOVE "DEPT NAME                           ENCRYPT DECRYPT   SOLVE  SOLVEK INBOUND          AMOUNT" TO PRINT-LINE
WRITE PRINT-LINE
PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
    COMPUTE WS-DEPT-POSTED(WS-DEPT-IDX) ROUNDED = WS-DEPT-AMOUNT(WS-DEPT-IDX)
    IF WS-DEPT-CODE(WS-DEPT-IDX) = '----'
        ADD WS-DEPT-POSTED(WS-DEPT-IDX) TO WS-TOTAL-UNPOSTED
    ELSE
        ADD WS-DEPT-POSTED(WS-DEPT-IDX) TO WS-TOTAL-POSTED
    END-IF
    PERFORM GET-DEPT-NAME
    MOVE SPACES TO PRINT-LINE
    STRING WS-DEPT-CODE(WS-DEPT-IDX) " " WS-NAME-TEXT
        DELIMITED BY SIZE INTO PRINT-LINE
    PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1 UNTIL WS-CLASS-IDX > 5
        MOVE WS-DEPT-MSGS(WS-DEPT-IDX, WS-CLASS-IDX) TO WS-MSG-ED
        MOVE WS-MSG-ED TO PRINT-LINE(WS-CLASS-IDX * 8 + 30:6)
    END-PERFORM
    MOVE WS-DEPT-POSTED(WS-DEPT-IDX) TO WS-AMOUNT-ED
    MOVE WS-AMOUNT-ED TO PRINT-LINE(78:14)
    WRITE PRINT-LINE
    IF WS-DEPT-UNPRICED(WS-DEPT-IDX) > 0
        MOVE WS-DEPT-UNPRICED(WS-DEPT-IDX) TO WS-MSG-ED
        MOVE SPACES TO PRINT-LINE
        STRING "     ** " WS-MSG-ED " MESSAGE(S) WITH NO RATE IN EFFECT - NOT PRICED"
            DELIMITED BY SIZE INTO PRINT-LINE
        WRITE PRINT-LINE
    END-IF
END-PERFORM
MOVE "------------------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE WS-TOTAL-POSTED TO WS-AMOUNT-ED
MOVE SPACES TO PRINT-LINE
STRING "TOTAL CHARGED TO DEPARTMENTS:          " WS-AMOUNT-ED
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
IF WS-TOTAL-UNPOSTED > 0
    MOVE WS-TOTAL-UNPOSTED TO WS-AMOUNT-ED
    MOVE SPACES TO PRINT-LINE
    STRING "NO DEPARTMENT RECORDED (NOT POSTED):   " WS-AMOUNT-ED
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
END-IF
MOVE WS-COUNT-SEGMENTS TO WS-COUNT-ED
MOVE SPACES TO PRINT-LINE
STRING "SEGMENTS JOURNALED:                     " WS-COUNT-ED
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE WS-COUNT-CONTIN TO WS-COUNT-ED
MOVE SPACES TO PRINT-LINE
STRING "CONTINUATION SEGMENTS (NOT BILLED):     " WS-COUNT-ED
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE WS-COUNT-KEPT TO WS-COUNT-ED
MOVE SPACES TO PRINT-LINE
STRING "MESSAGES BILLED:                        " WS-COUNT-ED
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
IF WS-DEPT-OVERFLOW = 'Y'
    MOVE "NOTE: more than 50 distinct departments; extras not billed here." TO PRINT-LINE
    WRITE PRINT-LINE
    MOVE "NOTE: no department master on hand; codes printed unchecked." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-HAVE-RATES NOT = 'Y'
    MOVE "NOTE: no rate table on hand; nothing could be priced." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
MOVE "------------------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
PERFORM CHECK-GL-POSTING
IF WS-GL-HOLD NOT = 'Y'
    PERFORM WRITE-GL-FILE
END-IF
CLOSE PRINT-FILE.

CHECK-GL-POSTING.
*> EVERY REASON THE GL FILE CANNOT BE TRUSTED IS PRINTED, NOT JUST THE
*> FIRST, SO FINANCE CAN CLEAR THEM ALL BEFORE THE RERUN.
IF WS-MONTH-FILTER = SPACES
    MOVE 'Y' TO WS-GL-HOLD
    MOVE "GL POSTING FILE NOT PRODUCED: it is only written for a single month." TO PRINT-LINE
    WRITE PRINT-LINE
    EXIT PARAGRAPH
END-IF
MOVE SPACES TO WS-GL-NAME
STRING "GLCB" WS-MONTH-FILTER ".DAT" DELIMITED BY SIZE INTO WS-GL-NAME
IF WS-HAVE-MASTER NOT = 'Y'
    MOVE 'Y' TO WS-GL-HOLD
    MOVE "HELD: no department master on hand; no cost centers to debit." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-RECOVERY-ACCT = SPACES
    MOVE 'Y' TO WS-GL-HOLD
    MOVE "HELD: no operations recovery account on GLCTL.DAT (see RATEMAINT)." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-INBOUND-UNASSIGNED > 0
    MOVE 'Y' TO WS-GL-HOLD
    MOVE WS-INBOUND-UNASSIGNED TO WS-MSG-ED
    MOVE SPACES TO PRINT-LINE
    STRING "HELD: " WS-MSG-ED " partner-file decrypt(s) and no inbound bill-to"
        " department on GLCTL.DAT."
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-DEPT-OVERFLOW = 'Y'
    MOVE 'Y' TO WS-GL-HOLD
    MOVE "HELD: more than 50 departments; the month's totals are incomplete." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
    IF WS-DEPT-CODE(WS-DEPT-IDX) NOT = '----'
        PERFORM CHECK-GL-DEPT
    END-IF
END-PERFORM
IF WS-GL-HOLD = 'Y'
    MOVE SPACES TO PRINT-LINE
    STRING "GL POSTING FILE " DELIMITED BY SIZE
        WS-GL-NAME DELIMITED BY SPACE
        " NOT PRODUCED; clear the items above and rerun." DELIMITED BY SIZE
        INTO PRINT-LINE
    WRITE PRINT-LINE
END-IF.

CHECK-GL-DEPT.
MOVE SPACES TO PRINT-LINE
IF WS-DEPT-UNPRICED(WS-DEPT-IDX) > 0
    MOVE 'Y' TO WS-GL-HOLD
    STRING "HELD: department " WS-DEPT-CODE(WS-DEPT-IDX)
        " has messages with no rate in effect on RATES.DAT."
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    MOVE SPACES TO PRINT-LINE
END-IF
IF WS-HAVE-MASTER NOT = 'Y'
    EXIT PARAGRAPH
END-IF
MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-ENTRY-DEPT
PERFORM FIND-MAST
EVALUATE TRUE
    WHEN WS-MAST-HIT = 0
        STRING "HELD: department " WS-DEPT-CODE(WS-DEPT-IDX)
            " is not on DEPTMAST.DAT."
            DELIMITED BY SIZE INTO PRINT-LINE
    WHEN WS-MST-STATUS(WS-MAST-HIT) = 'I'
        STRING "HELD: department " WS-DEPT-CODE(WS-DEPT-IDX)
            " is inactive on DEPTMAST.DAT."
            DELIMITED BY SIZE INTO PRINT-LINE
    WHEN WS-MST-COSTCTR(WS-MAST-HIT) = SPACES
        STRING "HELD: department " WS-DEPT-CODE(WS-DEPT-IDX)
            " has no GL cost center on DEPTMAST.DAT."
            DELIMITED BY SIZE INTO PRINT-LINE
    WHEN OTHER
        EXIT PARAGRAPH
END-EVALUATE
MOVE 'Y' TO WS-GL-HOLD
WRITE PRINT-LINE.

WRITE-GL-FILE.
*> ONE DEBIT PER DEPARTMENT TO ITS COST CENTER, THEN ONE CREDIT FOR
*> THE SAME TOTAL TO THE RECOVERY ACCOUNT. A DEPARTMENT WHOSE MONTH
*> PRICED TO NOTHING GETS NO LINE.
OPEN OUTPUT GL-FILE
IF WS-GL-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-GL-NAME ", file status " WS-GL-STATUS
    MOVE 'Y' TO WS-GL-HOLD
    MOVE SPACES TO PRINT-LINE
    STRING "GL POSTING FILE " DELIMITED BY SIZE
        WS-GL-NAME DELIMITED BY SPACE
        " NOT PRODUCED: unable to open it, status " WS-GL-STATUS
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    EXIT PARAGRAPH
END-IF
MOVE SPACES TO GL-HEADER-RECORD
MOVE 'H' TO GLH-REC-TYPE
MOVE 'CHARGBCK' TO GLH-SOURCE
MOVE WS-MONTH-FILTER TO GLH-PERIOD
MOVE FUNCTION CURRENT-DATE(1:8) TO GLH-CREATED
WRITE GL-HEADER-RECORD
PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
        UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
    IF WS-DEPT-CODE(WS-DEPT-IDX) NOT = '----'
        AND WS-DEPT-POSTED(WS-DEPT-IDX) > 0
        MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-ENTRY-DEPT
        PERFORM FIND-MAST
        MOVE SPACES TO GL-DETAIL-RECORD
        MOVE 'D' TO GLD-REC-TYPE
        MOVE 'DR' TO GLD-DRCR
        MOVE WS-MST-COSTCTR(WS-MAST-HIT) TO GLD-ACCOUNT
        MOVE WS-DEPT-POSTED(WS-DEPT-IDX) TO GLD-AMOUNT
        MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO GLD-DEPT
        MOVE "CIPHER SERVICES CHARGEBACK" TO GLD-DESC
        WRITE GL-DETAIL-RECORD
        ADD 1 TO WS-GL-COUNT
        ADD WS-DEPT-POSTED(WS-DEPT-IDX) TO WS-GL-DEBITS
    END-IF
END-PERFORM
IF WS-GL-DEBITS > 0
    MOVE SPACES TO GL-DETAIL-RECORD
    MOVE 'D' TO GLD-REC-TYPE
    MOVE 'CR' TO GLD-DRCR
    MOVE WS-RECOVERY-ACCT TO GLD-ACCOUNT
    MOVE WS-GL-DEBITS TO GLD-AMOUNT
    MOVE "CIPHER SERVICES RECOVERY" TO GLD-DESC
    WRITE GL-DETAIL-RECORD
    ADD 1 TO WS-GL-COUNT
    MOVE WS-GL-DEBITS TO WS-GL-CREDITS
END-IF
MOVE SPACES TO GL-TRAILER-RECORD
MOVE 'T' TO GLT-REC-TYPE
MOVE WS-GL-COUNT TO GLT-COUNT
MOVE WS-GL-DEBITS TO GLT-DEBITS
MOVE WS-GL-CREDITS TO GLT-CREDITS
WRITE GL-TRAILER-RECORD
CLOSE GL-FILE
MOVE WS-GL-COUNT TO WS-COUNT-ED
MOVE WS-GL-DEBITS TO WS-AMOUNT-ED
MOVE SPACES TO PRINT-LINE
STRING "GL POSTING FILE " DELIMITED BY SIZE
    WS-GL-NAME DELIMITED BY SPACE
    " WRITTEN:" WS-COUNT-ED " DETAIL RECORD(S), BALANCED AT"
    WS-AMOUNT-ED DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE.

LOAD-DEPT-MASTER.
*> THE MASTER SUPPLIES THE NAMES AND COST CENTERS; A MISSING MASTER
*> STILL PRINTS THE REPORT - CODES ALONE, WITH A NOTE AT THE FOOT -
*> BUT HOLDS THE GL FILE.
MOVE 'N' TO WS-MAST-EOF
OPEN INPUT DEPTMAST-FILE
IF WS-MAST-STATUS NOT = '00'
                MOVE DEPT-CODE TO WS-MST-CODE(WS-MAST-COUNT)
                MOVE DEPT-NAME TO WS-MST-NAME(WS-MAST-COUNT)
                MOVE DEPT-STATUS TO WS-MST-STATUS(WS-MAST-COUNT)
                MOVE DEPT-COST-CENTER TO WS-MST-COSTCTR(WS-MAST-COUNT)
            END-IF
    END-READ
END-PERFORM
CLOSE DEPTMAST-FILE
MOVE 'Y' TO WS-HAVE-MASTER.

LOAD-RATES.
*> ONLY ACTIVE RATES ARE KEPT; A WITHDRAWN RATE IS NEVER USED.
MOVE 'N' TO WS-RATE-EOF
OPEN INPUT RATE-FILE
IF WS-RATE-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-RATE-EOF = 'Y'
    READ RATE-FILE
        AT END MOVE 'Y' TO WS-RATE-EOF
        NOT AT END
            IF RATE-STATUS = 'A' AND WS-RATE-COUNT < 200
                ADD 1 TO WS-RATE-COUNT
                MOVE RATE-CLASS TO WS-RTE-CLASS(WS-RATE-COUNT)
                MOVE RATE-EFF-DATE TO WS-RTE-EFF-DATE(WS-RATE-COUNT)
                MOVE RATE-AMOUNT TO WS-RTE-AMOUNT(WS-RATE-COUNT)
            END-IF
    END-READ
END-PERFORM
CLOSE RATE-FILE
MOVE 'Y' TO WS-HAVE-RATES.

LOAD-GL-SETTINGS.
OPEN INPUT GLCTL-FILE
IF WS-GLCTL-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
READ GLCTL-FILE
    NOT AT END
        MOVE GLC-RECOVERY-ACCT TO WS-RECOVERY-ACCT
        MOVE GLC-INBOUND-DEPT TO WS-INBOUND-DEPT
END-READ
CLOSE GLCTL-FILE.

FIND-MAST.
*> WS-MAST-HIT GETS THE MASTER SLOT FOR WS-ENTRY-DEPT, 0 IF ABSENT.
MOVE 0 TO WS-MAST-HIT
PERFORM VARYING WS-MAST-IDX FROM 1 BY 1
        UNTIL WS-MAST-IDX > WS-MAST-COUNT OR WS-MAST-HIT > 0
    IF WS-MST-CODE(WS-MAST-IDX) = WS-ENTRY-DEPT
        MOVE WS-MAST-IDX TO WS-MAST-HIT
    END-IF
END-PERFORM.

GET-DEPT-NAME.
*> A CODE NO LONGER ON THE MASTER - ABSENT OR RETIRED - IS FLAGGED
*> RATHER THAN PRINTED BARE, SO FINANCE CHASES IT INSTEAD OF WRITING
*> THE LINE OFF. THE '----' GROUP IS THE TRAFFIC WITH NO DEPARTMENT
*> AND GETS ITS OWN WORDING.
MOVE SPACES TO WS-NAME-TEXT
IF WS-DEPT-CODE(WS-DEPT-IDX) = '----'
    MOVE "(NO DEPARTMENT - NOT POSTED)" TO WS-NAME-TEXT
    EXIT PARAGRAPH
END-IF
IF WS-HAVE-MASTER NOT = 'Y'
    EXIT PARAGRAPH
END-IF
MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO WS-ENTRY-DEPT
PERFORM FIND-MAST
IF WS-MAST-HIT = 0
    MOVE "** NOT ON MASTER **" TO WS-NAME-TEXT
ELSE
    IF WS-MST-STATUS(WS-MAST-HIT) = 'I'
        STRING "RETIRED: " WS-MST-NAME(WS-MAST-HIT)(1:21)
            DELIMITED BY SIZE INTO WS-NAME-TEXT
    ELSE
        MOVE WS-MST-NAME(WS-MAST-HIT) TO WS-NAME-TEXT
    END-IF
END-IF.
