IDENTIFICATION DIVISION.
PROGRAM-ID. KEYIMPACT.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. KEY COMPROMISE IMPACT ANALYSIS. WHEN A
*>            NAMED KEY ON KEYNAMES.DAT OR A PARTNER KEYWORD ON
*>            PARTNERS.DAT IS REPORTED COMPROMISED, KEYMAINT CAN
*>            DEACTIVATE IT BUT NOTHING SAID WHAT IT HAD PROTECTED.
*>            THIS JOB TAKES THE KEY AS THE JOURNAL RECORDS IT - A KEY
*>            NAME ("N:<NAME>"), A VAULT TOKEN ("T:<NNNNNN>"), OR A
*>            PARTNER ID ("P:<ID>", RESOLVED THROUGH PARTNERS.DAT TO
*>            WHICHEVER OF THE TWO ITS TRAFFIC IS JOURNALED UNDER) -
*>            AND A DATE RANGE, AND:
*>              - SEARCHES EVERY JRNA ARCHIVE GENERATION FROM THE
*>                START OF THE RANGE UP TO TODAY, THEN THE ACTIVE
*>                JOURNAL.DAT, FOR ENTRIES UNDER THAT KEY DATED IN
*>                THE RANGE (A GENERATION CAN HOLD EARLIER ENTRIES
*>                WHEN A CUTOVER WAS MISSED, SO THE WALK DOES NOT STOP
*>                AT THE END OF THE RANGE),
*>              - TIES EACH ENTRY BACK THROUGH ITS RUN ID TO THE
*>                OUTBOUND RUN ON XMITREG.DAT (SENT DATE AND STATUS)
*>                OR TO THE INBOUND PARTNER FILE IT OPENED (THE RUN ID
*>                OF A PARTNER FILE STARTS WITH THE PARTNER ID),
*>              - REPORTS THE USE GROUPED BY DEPARTMENT AND PARTNER ON
*>                KEYIMPCT.PRT: VOLUMES, FIRST AND LAST USE, AND EVERY
*>                RUN ID INVOLVED WITH ITS SEQUENCE RANGE,
*>              - WRITES ONE LINE PER AFFECTED DEPARTMENT TO
*>                KEYNOTFY.DAT, ADDRESSED TO ITS BILLING CONTACT ON
*>                DEPTMAST.DAT, FOR THE NOTIFICATION LETTERS.
*>            ENTRIES WRITTEN BEFORE THE JOURNAL CARRIED A RUN ID ARE
*>            STILL COUNTED, UNDER "NO RUN RECORDED". AN OUTBOUND RUN
*>            ROUTED TO A PARTNER CARRIES THE PARTNER ID AS ITS RUN ID
*>            PREFIX, SO ITS ENTRIES ARE GROUPED UNDER THAT PARTNER,
*>            WHILE THE REGISTER STILL CLASSIFIES THE RUN ITSELF AS
*>            OUTBOUND. PARTNERS.DAT AND DEPTMAST.DAT ARE READ IN THEIR
*>            FULL LAYOUTS, ENDING WITH THE PARTNER'S STATUS AND THE
*>            DEPARTMENT'S GL COST CENTER (KEPT IN STEP WITH INBOUND
*>            AND DEPTMAINT).
*>
*> JOURNAL LINE LAYOUT (AS WRITTEN BY THE JOURNAL SUBPROGRAM IN
*> ceasercipher2.cob): TIMESTAMP (1:21), SUBPROGRAM (23:8),
*> INPUT LENGTH (32:3), KEY TEXT (36:20), DEPARTMENT (57:4),
*> OPERATOR (62:8), ENTRY NUMBER (71:9), CHAIN VALUE (81:12),
*> RUN ID (94:14), SEQUENCE (109:6). ARCHIVE SEAL LINES ('SEAL' IN
*> THE SUBPROGRAM FIELD) ARE NOT ENTRIES AND ARE SKIPPED.
*> KEYNOTFY.DAT OUTPUT: DEPARTMENT X(4), BLANK, NAME X(30), BLANK,
*> CONTACT X(20), BLANK, KEY X(20), BLANK, ENTRIES 9(7), BLANK,
*> RUNS 9(5), BLANK, FIRST USE X(14), BLANK, LAST USE X(14), BLANK,
*> NOTE X(12) ('INACTIVE' OR 'NOT ON MAST' WHEN THE CONTACT CANNOT
*> BE TAKEN AT FACE VALUE, OTHERWISE BLANK).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "XMITREG.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XMT-RUN-ID
        FILE STATUS IS WS-REG-STATUS.
    SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTN-STATUS.
    SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAST-STATUS.
    SELECT PRINT-FILE ASSIGN TO "KEYIMPCT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.
    SELECT NOTIFY-FILE ASSIGN TO "KEYNOTFY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NOTIFY-STATUS.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).

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

FD  PARTNER-FILE.
01  PARTNER-RECORD.
    05 PTN-ID      PIC X(4).
    05 FILLER      PIC X(1).
    05 PTN-KEYTYPE PIC X(1).
    05 FILLER      PIC X(1).
    05 PTN-KEYNAME PIC X(20).
    05 FILLER      PIC X(1).
    05 PTN-STATUS  PIC X(1).

FD  DEPTMAST-FILE.
01  DEPTMAST-RECORD.
    05 DEPT-CODE    PIC X(4).
    05 FILLER       PIC X(1).
    05 DEPT-NAME    PIC X(30).
    05 FILLER       PIC X(1).
    05 DEPT-STATUS  PIC X(1).
    05 FILLER       PIC X(1).
    05 DEPT-CONTACT PIC X(20).
    05 FILLER       PIC X(1).
    05 DEPT-COST-CENTER PIC X(10).

FD  PRINT-FILE.
01  PRINT-LINE PIC X(100).

FD  NOTIFY-FILE.
01  NOTIFY-LINE PIC X(134).

WORKING-STORAGE SECTION.
  01 WS-JOURNAL-STATUS PIC X(2).
  01 WS-REG-STATUS PIC X(2).
  01 WS-PTN-STATUS PIC X(2).
  01 WS-MAST-STATUS PIC X(2).
  01 WS-PRINT-STATUS PIC X(2).
  01 WS-NOTIFY-STATUS PIC X(2).
  01 WS-JOURNAL-NAME PIC X(16).
  01 WS-JOURNAL-EOF PIC X(1).
  01 WS-PTN-EOF PIC X(1).
  01 WS-MAST-EOF PIC X(1).
  01 WS-REG-OPEN PIC X(1) VALUE 'N'.
  01 WS-REG-FOUND PIC X(1).
  01 WS-KEY-IN PIC X(20).
  01 WS-TARGET-KEY PIC X(20).
  01 WS-FROM-DATE PIC X(8).
  01 WS-TO-DATE PIC X(8).
  01 WS-TODAY PIC X(8).
  01 WS-SCAN-DAY PIC 9(7).
  01 WS-LAST-DAY PIC 9(7).
  01 WS-SCAN-DATE PIC 9(8).
  01 WS-ENTRY-DATE PIC X(8).
  01 WS-ENTRY-STAMP PIC X(14).
  01 WS-ENTRY-SUBPROG PIC X(8).
  01 WS-ENTRY-DEPT PIC X(4).
  01 WS-ENTRY-RUN-ID PIC X(14).
  01 WS-ENTRY-SEQ PIC X(6).
  01 WS-ENTRY-PARTNER PIC X(4).
*> THE ONE-WAY TOKEN FOR A PARTNER KEYWORD IS WORKED OUT HERE THE SAME
*> WAY KEYMASK WORKS IT OUT, SO THE FORMULA MUST STAY IN STEP WITH
*> KEYMASK'S BUILD-TOKEN. NOTHING IS FILED TO THE VAULT FROM HERE.
  01 WS-HASHSUM PIC 9(9).
  01 WS-HASHVAL PIC 9(6).
  01 WS-KIDX PIC 99.
  01 WS-KLEN PIC 99.
  01 WS-PTN-COUNT PIC 9(3) VALUE 0.
  01 WS-PTN-IDX PIC 9(3).
  01 WS-PTN-HIT PIC 9(3).
  01 WS-PTN-TABLE.
      05 WS-PTN-ENTRY OCCURS 100 TIMES.
          10 WS-PTN-CODE    PIC X(4).
          10 WS-PTN-TYPE    PIC X(1).
          10 WS-PTN-KEY     PIC X(20).
  01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
  01 WS-MAST-COUNT PIC 9(3) VALUE 0.
  01 WS-MAST-IDX PIC 9(3).
  01 WS-MAST-HIT PIC 9(3).
  01 WS-MAST-TABLE.
      05 WS-MST-ENTRY OCCURS 200 TIMES.
          10 WS-MST-CODE    PIC X(4).
          10 WS-MST-NAME    PIC X(30).
          10 WS-MST-STATUS  PIC X(1).
          10 WS-MST-CONTACT PIC X(20).
*> ONE GROUP PER DEPARTMENT AND PARTNER PAIR; ONE RUN LINE PER RUN ID
*> WITHIN A GROUP. A RUN THAT CARRIED SEVERAL DEPARTMENTS' MESSAGES
*> THEREFORE APPEARS UNDER EACH OF THEM, WITH ITS OWN COUNTS.
  01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
  01 WS-GROUP-IDX PIC 9(3).
  01 WS-GROUP-HIT PIC 9(3).
  01 WS-GROUP-NEXT PIC 9(3).
  01 WS-GROUP-OVERFLOW PIC X(1) VALUE 'N'.
  01 WS-GROUP-TABLE.
      05 WS-GROUP-ENTRY OCCURS 300 TIMES.
          10 WS-GRP-DEPT     PIC X(4).
          10 WS-GRP-PARTNER  PIC X(4).
          10 WS-GRP-ENCRYPT  PIC 9(7).
          10 WS-GRP-DECRYPT  PIC 9(7).
          10 WS-GRP-SOLVE    PIC 9(7).
          10 WS-GRP-TOTAL    PIC 9(7).
          10 WS-GRP-RUNS     PIC 9(5).
          10 WS-GRP-FIRST    PIC X(14).
          10 WS-GRP-LAST     PIC X(14).
          10 WS-GRP-DONE     PIC X(1).
  01 WS-RUN-COUNT PIC 9(4) VALUE 0.
  01 WS-RUN-IDX PIC 9(4).
  01 WS-RUN-HIT PIC 9(4) VALUE 0.
  01 WS-RUN-OVERFLOW PIC X(1) VALUE 'N'.
  01 WS-RUN-TABLE.
      05 WS-RUN-ENTRY OCCURS 2000 TIMES.
          10 WS-RUN-GROUP    PIC 9(3).
          10 WS-RUN-ID       PIC X(14).
          10 WS-RUN-SOURCE   PIC X(12).
          10 WS-RUN-SENT     PIC X(8).
          10 WS-RUN-XMT-STAT PIC X(1).
          10 WS-RUN-ENTRIES  PIC 9(7).
          10 WS-RUN-LOW-SEQ  PIC X(6).
          10 WS-RUN-HIGH-SEQ PIC X(6).
  01 WS-DEPT-ENTRIES PIC 9(7).
  01 WS-DEPT-RUNS PIC 9(5).
  01 WS-DEPT-FIRST PIC X(14).
  01 WS-DEPT-LAST PIC X(14).
  01 WS-PREV-DEPT PIC X(4).
  01 WS-NAME-TEXT PIC X(30).
  01 WS-CONTACT-TEXT PIC X(20).
  01 WS-NOTE-TEXT PIC X(12).
  01 WS-COUNT-FILES PIC 9(5) VALUE 0.
  01 WS-COUNT-READ PIC 9(9) VALUE 0.
  01 WS-COUNT-MATCHED PIC 9(7) VALUE 0.
  01 WS-COUNT-OUTBOUND PIC 9(5) VALUE 0.
  01 WS-COUNT-INBOUND PIC 9(5) VALUE 0.
  01 WS-COUNT-OTHER-RUN PIC 9(5) VALUE 0.
  01 WS-COUNT-NOTIFY PIC 9(5) VALUE 0.
  01 WS-COUNT-NO-DEPT PIC 9(7) VALUE 0.
  01 NOTIFY-OUT.
      05 NTF-DEPT     PIC X(4).
      05 FILLER       PIC X(1) VALUE SPACE.
      05 NTF-NAME     PIC X(30).
      05 FILLER       PIC X(1) VALUE SPACE.
      05 NTF-CONTACT  PIC X(20).
      05 FILLER       PIC X(1) VALUE SPACE.
      05 NTF-KEY      PIC X(20).
      05 FILLER       PIC X(1) VALUE SPACE.
      05 NTF-ENTRIES  PIC 9(7).
      05 FILLER       PIC X(1) VALUE SPACE.
      05 NTF-RUNS     PIC 9(5).
      05 FILLER       PIC X(1) VALUE SPACE.
      05 NTF-FIRST    PIC X(14).
      05 FILLER       PIC X(1) VALUE SPACE.
      05 NTF-LAST     PIC X(14).
      05 FILLER       PIC X(1) VALUE SPACE.
      05 NTF-NOTE     PIC X(12).

PROCEDURE DIVISION.
MAIN-LOGIC.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
PERFORM LOAD-PARTNERS
DISPLAY "Compromised key: a key name, a vault token (T:NNNNNN) or a partner (P:<ID>)."
ACCEPT WS-KEY-IN
PERFORM RESOLVE-TARGET-KEY
DISPLAY "From date YYYYMMDD (archives are searched from this date on)."
ACCEPT WS-FROM-DATE
IF WS-FROM-DATE IS NOT NUMERIC
    DISPLAY "ERROR: a from date is required to know which archives to search."
    STOP RUN
END-IF
DISPLAY "To date YYYYMMDD, or blank for today."
ACCEPT WS-TO-DATE
IF WS-TO-DATE = SPACES
    MOVE WS-TODAY TO WS-TO-DATE
END-IF
PERFORM LOAD-DEPT-MASTER
PERFORM OPEN-REGISTER
*> EVERY GENERATION FROM THE FIRST DAY OF THE RANGE TO TODAY, IN DATE
*> ORDER; A DAY WITH NO CUTOVER HAS NO GENERATION AND IS PASSED OVER.
COMPUTE WS-SCAN-DAY = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FROM-DATE))
COMPUTE WS-LAST-DAY = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
PERFORM UNTIL WS-SCAN-DAY > WS-LAST-DAY
    COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER(WS-SCAN-DAY)
    MOVE SPACES TO WS-JOURNAL-NAME
    STRING "JRNA" WS-SCAN-DATE ".DAT" DELIMITED BY SIZE INTO WS-JOURNAL-NAME
    PERFORM SCAN-JOURNAL
    ADD 1 TO WS-SCAN-DAY
END-PERFORM
MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME
PERFORM SCAN-JOURNAL
IF WS-REG-OPEN = 'Y'
    CLOSE REGISTER-FILE
END-IF
PERFORM PRINT-REPORT
DISPLAY "Impact analysis complete: " WS-COUNT-MATCHED " entr(y/ies) under "
    WS-TARGET-KEY " in " WS-COUNT-FILES " journal file(s), "
    WS-COUNT-NOTIFY " department(s) to notify; see KEYIMPCT.PRT and KEYNOTFY.DAT."
STOP RUN.

RESOLVE-TARGET-KEY.
*> THE KEY IS SEARCHED FOR EXACTLY AS THE JOURNAL'S KEY FIELD HOLDS IT.
*> A BARE NAME IS A NAMED KEY; A PARTNER IS LOOKED UP AND STANDS FOR
*> ITS NAMED KEY OR ITS KEYWORD'S TOKEN.
MOVE SPACES TO WS-TARGET-KEY
EVALUATE TRUE
    WHEN WS-KEY-IN = SPACES
        DISPLAY "ERROR: no key given."
        STOP RUN
    WHEN WS-KEY-IN(1:2) = 'T:' OR WS-KEY-IN(1:2) = 'N:'
        MOVE WS-KEY-IN TO WS-TARGET-KEY
    WHEN WS-KEY-IN(1:2) = 'P:'
        MOVE 0 TO WS-PTN-HIT
        PERFORM VARYING WS-PTN-IDX FROM 1 BY 1
                UNTIL WS-PTN-IDX > WS-PTN-COUNT OR WS-PTN-HIT > 0
            IF WS-PTN-CODE(WS-PTN-IDX) = WS-KEY-IN(3:4)
                MOVE WS-PTN-IDX TO WS-PTN-HIT
            END-IF
        END-PERFORM
        IF WS-PTN-HIT = 0
            DISPLAY "ERROR: partner " WS-KEY-IN(3:4) " is not on PARTNERS.DAT."
            STOP RUN
        END-IF
        IF WS-PTN-TYPE(WS-PTN-HIT) = 'N'
            STRING "N:" WS-PTN-KEY(WS-PTN-HIT) DELIMITED BY SIZE
                INTO WS-TARGET-KEY
                ON OVERFLOW CONTINUE
            END-STRING
        ELSE
            PERFORM BUILD-PARTNER-TOKEN
        END-IF
    WHEN OTHER
        STRING "N:" WS-KEY-IN DELIMITED BY SIZE INTO WS-TARGET-KEY
            ON OVERFLOW CONTINUE
        END-STRING
END-EVALUATE
DISPLAY "Searching for journal key " WS-TARGET-KEY.

BUILD-PARTNER-TOKEN.
COMPUTE WS-KLEN = 0
INSPECT FUNCTION REVERSE(WS-PTN-KEY(WS-PTN-HIT)) TALLYING WS-KLEN
    FOR LEADING SPACES
COMPUTE WS-KLEN = LENGTH OF WS-PTN-KEY(WS-PTN-HIT) - WS-KLEN
COMPUTE WS-HASHSUM = 0
PERFORM VARYING WS-KIDX FROM 1 BY 1 UNTIL WS-KIDX > WS-KLEN
    COMPUTE WS-HASHSUM = FUNCTION MOD(WS-HASHSUM
        + FUNCTION ORD(WS-PTN-KEY(WS-PTN-HIT)(WS-KIDX:1)) * WS-KIDX, 999983)
END-PERFORM
MOVE WS-HASHSUM TO WS-HASHVAL
STRING "T:" WS-HASHVAL DELIMITED BY SIZE INTO WS-TARGET-KEY.

LOAD-PARTNERS.
*> THE PARTNER LIST SERVES TWO ENDS: RESOLVING A "P:" KEY, AND
*> RECOGNISING A RUN ID THAT BELONGS TO A PARTNER'S FILE.
MOVE 'N' TO WS-PTN-EOF
OPEN INPUT PARTNER-FILE
IF WS-PTN-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-PTN-EOF = 'Y'
    READ PARTNER-FILE
        AT END MOVE 'Y' TO WS-PTN-EOF
        NOT AT END
            IF WS-PTN-COUNT < 100
                ADD 1 TO WS-PTN-COUNT
                MOVE PTN-ID TO WS-PTN-CODE(WS-PTN-COUNT)
                MOVE PTN-KEYTYPE TO WS-PTN-TYPE(WS-PTN-COUNT)
                MOVE PTN-KEYNAME TO WS-PTN-KEY(WS-PTN-COUNT)
            END-IF
    END-READ
END-PERFORM
CLOSE PARTNER-FILE.

LOAD-DEPT-MASTER.
*> A MISSING MASTER STILL GIVES THE REPORT; THE NOTIFICATION LINES
*> THEN GO OUT WITHOUT CONTACTS AND SAY SO.
MOVE 'N' TO WS-MAST-EOF
OPEN INPUT DEPTMAST-FILE
IF WS-MAST-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-MAST-EOF = 'Y'
    READ DEPTMAST-FILE
        AT END MOVE 'Y' TO WS-MAST-EOF
        NOT AT END
            IF WS-MAST-COUNT < 200
                ADD 1 TO WS-MAST-COUNT
                MOVE DEPT-CODE TO WS-MST-CODE(WS-MAST-COUNT)
                MOVE DEPT-NAME TO WS-MST-NAME(WS-MAST-COUNT)
                MOVE DEPT-STATUS TO WS-MST-STATUS(WS-MAST-COUNT)
                MOVE DEPT-CONTACT TO WS-MST-CONTACT(WS-MAST-COUNT)
            END-IF
    END-READ
END-PERFORM
CLOSE DEPTMAST-FILE
MOVE 'Y' TO WS-HAVE-MASTER.

OPEN-REGISTER.
OPEN INPUT REGISTER-FILE
IF WS-REG-STATUS = '35'
    DISPLAY "No transmission register on file; no run can be tied to a transmission."
    EXIT PARAGRAPH
END-IF
IF WS-REG-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "XMITREG.DAT" ", file status " WS-REG-STATUS
    STOP RUN
END-IF
MOVE 'Y' TO WS-REG-OPEN.

SCAN-JOURNAL.
MOVE 'N' TO WS-JOURNAL-EOF
OPEN INPUT JOURNAL-FILE
IF WS-JOURNAL-STATUS = '35'
    EXIT PARAGRAPH
END-IF
IF WS-JOURNAL-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-JOURNAL-NAME ", file status " WS-JOURNAL-STATUS
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-COUNT-FILES
PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
    READ JOURNAL-FILE
        AT END MOVE 'Y' TO WS-JOURNAL-EOF
        NOT AT END
            ADD 1 TO WS-COUNT-READ
            PERFORM SELECT-ENTRY
    END-READ
END-PERFORM
CLOSE JOURNAL-FILE.

SELECT-ENTRY.
IF JOURNAL-LINE(23:8) = 'SEAL'
    EXIT PARAGRAPH
END-IF
IF JOURNAL-LINE(36:20) NOT = WS-TARGET-KEY
    EXIT PARAGRAPH
END-IF
MOVE JOURNAL-LINE(1:8) TO WS-ENTRY-DATE
IF WS-ENTRY-DATE < WS-FROM-DATE OR WS-ENTRY-DATE > WS-TO-DATE
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-COUNT-MATCHED
MOVE JOURNAL-LINE(1:14) TO WS-ENTRY-STAMP
MOVE JOURNAL-LINE(23:8) TO WS-ENTRY-SUBPROG
MOVE JOURNAL-LINE(57:4) TO WS-ENTRY-DEPT
MOVE JOURNAL-LINE(94:14) TO WS-ENTRY-RUN-ID
MOVE JOURNAL-LINE(109:6) TO WS-ENTRY-SEQ
IF WS-ENTRY-DEPT = SPACES
    MOVE '----' TO WS-ENTRY-DEPT
END-IF
PERFORM FIND-ENTRY-PARTNER
PERFORM FIND-GROUP
IF WS-GROUP-HIT = 0
    EXIT PARAGRAPH
END-IF
PERFORM TALLY-GROUP
PERFORM FIND-RUN
IF WS-RUN-HIT = 0
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-RUN-ENTRIES(WS-RUN-HIT)
IF WS-ENTRY-SEQ NOT = SPACES
    IF WS-RUN-LOW-SEQ(WS-RUN-HIT) = SPACES
        OR WS-ENTRY-SEQ < WS-RUN-LOW-SEQ(WS-RUN-HIT)
        MOVE WS-ENTRY-SEQ TO WS-RUN-LOW-SEQ(WS-RUN-HIT)
    END-IF
    IF WS-ENTRY-SEQ > WS-RUN-HIGH-SEQ(WS-RUN-HIT)
        MOVE WS-ENTRY-SEQ TO WS-RUN-HIGH-SEQ(WS-RUN-HIT)
    END-IF
END-IF.

FIND-ENTRY-PARTNER.
*> A RUN ID WHOSE FIRST FOUR CHARACTERS ARE A PARTNER ID IS THAT
*> PARTNER'S TRAFFIC - A FILE THE PARTNER SENT US, OR ONE OF OUR RUNS
*> ROUTED TO THAT PARTNER. OUR OTHER RUN IDS ARE TIMESTAMPS AND NEVER
*> MATCH.
MOVE '----' TO WS-ENTRY-PARTNER
IF WS-ENTRY-RUN-ID = SPACES
    EXIT PARAGRAPH
END-IF
PERFORM VARYING WS-PTN-IDX FROM 1 BY 1
        UNTIL WS-PTN-IDX > WS-PTN-COUNT OR WS-ENTRY-PARTNER NOT = '----'
    IF WS-PTN-CODE(WS-PTN-IDX) = WS-ENTRY-RUN-ID(1:4)
        MOVE WS-PTN-CODE(WS-PTN-IDX) TO WS-ENTRY-PARTNER
    END-IF
END-PERFORM.

FIND-GROUP.
MOVE 0 TO WS-GROUP-HIT
PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
        UNTIL WS-GROUP-IDX > WS-GROUP-COUNT OR WS-GROUP-HIT > 0
    IF WS-GRP-DEPT(WS-GROUP-IDX) = WS-ENTRY-DEPT
        AND WS-GRP-PARTNER(WS-GROUP-IDX) = WS-ENTRY-PARTNER
        MOVE WS-GROUP-IDX TO WS-GROUP-HIT
    END-IF
END-PERFORM
IF WS-GROUP-HIT > 0
    EXIT PARAGRAPH
END-IF
IF WS-GROUP-COUNT NOT < 300
    MOVE 'Y' TO WS-GROUP-OVERFLOW
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-GROUP-COUNT
MOVE WS-GROUP-COUNT TO WS-GROUP-HIT
MOVE WS-ENTRY-DEPT TO WS-GRP-DEPT(WS-GROUP-HIT)
MOVE WS-ENTRY-PARTNER TO WS-GRP-PARTNER(WS-GROUP-HIT)
MOVE 0 TO WS-GRP-ENCRYPT(WS-GROUP-HIT)
MOVE 0 TO WS-GRP-DECRYPT(WS-GROUP-HIT)
MOVE 0 TO WS-GRP-SOLVE(WS-GROUP-HIT)
MOVE 0 TO WS-GRP-TOTAL(WS-GROUP-HIT)
MOVE 0 TO WS-GRP-RUNS(WS-GROUP-HIT)
MOVE WS-ENTRY-STAMP TO WS-GRP-FIRST(WS-GROUP-HIT)
MOVE WS-ENTRY-STAMP TO WS-GRP-LAST(WS-GROUP-HIT)
MOVE 'N' TO WS-GRP-DONE(WS-GROUP-HIT).

TALLY-GROUP.
ADD 1 TO WS-GRP-TOTAL(WS-GROUP-HIT)
EVALUATE TRUE
    WHEN WS-ENTRY-SUBPROG(1:7) = 'ENCRYPT'
        ADD 1 TO WS-GRP-ENCRYPT(WS-GROUP-HIT)
    WHEN WS-ENTRY-SUBPROG(1:7) = 'DECRYPT'
        ADD 1 TO WS-GRP-DECRYPT(WS-GROUP-HIT)
    WHEN WS-ENTRY-SUBPROG(1:5) = 'SOLVE'
        ADD 1 TO WS-GRP-SOLVE(WS-GROUP-HIT)
    WHEN OTHER
        CONTINUE
END-EVALUATE
IF WS-ENTRY-STAMP < WS-GRP-FIRST(WS-GROUP-HIT)
    MOVE WS-ENTRY-STAMP TO WS-GRP-FIRST(WS-GROUP-HIT)
END-IF
IF WS-ENTRY-STAMP > WS-GRP-LAST(WS-GROUP-HIT)
    MOVE WS-ENTRY-STAMP TO WS-GRP-LAST(WS-GROUP-HIT)
END-IF.

FIND-RUN.
*> ENTRIES OF ONE RUN ARRIVE TOGETHER, SO THE LAST RUN LINE TOUCHED IS
*> TRIED BEFORE THE TABLE IS SEARCHED.
IF WS-RUN-HIT > 0
    IF WS-RUN-GROUP(WS-RUN-HIT) = WS-GROUP-HIT
        AND WS-RUN-ID(WS-RUN-HIT) = WS-ENTRY-RUN-ID
        EXIT PARAGRAPH
    END-IF
END-IF
MOVE 0 TO WS-RUN-HIT
PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
        UNTIL WS-RUN-IDX > WS-RUN-COUNT OR WS-RUN-HIT > 0
    IF WS-RUN-GROUP(WS-RUN-IDX) = WS-GROUP-HIT
        AND WS-RUN-ID(WS-RUN-IDX) = WS-ENTRY-RUN-ID
        MOVE WS-RUN-IDX TO WS-RUN-HIT
    END-IF
END-PERFORM
IF WS-RUN-HIT > 0
    EXIT PARAGRAPH
END-IF
IF WS-RUN-COUNT NOT < 2000
    MOVE 'Y' TO WS-RUN-OVERFLOW
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-RUN-COUNT
MOVE WS-RUN-COUNT TO WS-RUN-HIT
ADD 1 TO WS-GRP-RUNS(WS-GROUP-HIT)
MOVE WS-GROUP-HIT TO WS-RUN-GROUP(WS-RUN-HIT)
MOVE WS-ENTRY-RUN-ID TO WS-RUN-ID(WS-RUN-HIT)
MOVE 0 TO WS-RUN-ENTRIES(WS-RUN-HIT)
MOVE SPACES TO WS-RUN-LOW-SEQ(WS-RUN-HIT)
MOVE SPACES TO WS-RUN-HIGH-SEQ(WS-RUN-HIT)
MOVE SPACES TO WS-RUN-SENT(WS-RUN-HIT)
MOVE SPACES TO WS-RUN-XMT-STAT(WS-RUN-HIT)
*> A RUN ALREADY LISTED UNDER ANOTHER DEPARTMENT TAKES THE SAME
*> CLASSIFICATION AND IS NOT COUNTED AGAIN AT THE FOOT.
PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
        UNTIL WS-RUN-IDX NOT < WS-RUN-HIT
    IF WS-RUN-ID(WS-RUN-IDX) = WS-ENTRY-RUN-ID
        MOVE WS-RUN-SOURCE(WS-RUN-IDX) TO WS-RUN-SOURCE(WS-RUN-HIT)
        MOVE WS-RUN-SENT(WS-RUN-IDX) TO WS-RUN-SENT(WS-RUN-HIT)
        MOVE WS-RUN-XMT-STAT(WS-RUN-IDX) TO WS-RUN-XMT-STAT(WS-RUN-HIT)
        EXIT PARAGRAPH
    END-IF
END-PERFORM
PERFORM CLASSIFY-RUN.

CLASSIFY-RUN.
*> A REGISTERED RUN WENT OUT TO A PARTNER (PARTNER-PREFIXED OR NOT,
*> SO THE REGISTER IS ASKED FIRST); A PARTNER-PREFIXED RUN NOT
*> ON THE REGISTER IS A FILE THE PARTNER SENT US AND INBOUND OPENED.
*> ANYTHING ELSE WITH A RUN ID NEVER REACHED THE REGISTER - AN
*> ABANDONED RUN, OR ONE FROM BEFORE THE REGISTER WAS KEPT.
IF WS-ENTRY-RUN-ID = SPACES
    MOVE "NO RUN" TO WS-RUN-SOURCE(WS-RUN-HIT)
    EXIT PARAGRAPH
END-IF
MOVE 'N' TO WS-REG-FOUND
IF WS-REG-OPEN = 'Y'
    MOVE WS-ENTRY-RUN-ID TO XMT-RUN-ID
    READ REGISTER-FILE KEY IS XMT-RUN-ID
        INVALID KEY MOVE 'N' TO WS-REG-FOUND
        NOT INVALID KEY MOVE 'Y' TO WS-REG-FOUND
    END-READ
END-IF
EVALUATE TRUE
    WHEN WS-REG-FOUND = 'Y'
        MOVE "OUTBOUND" TO WS-RUN-SOURCE(WS-RUN-HIT)
        MOVE XMT-RUN-DATE TO WS-RUN-SENT(WS-RUN-HIT)
        MOVE XMT-STATUS TO WS-RUN-XMT-STAT(WS-RUN-HIT)
        ADD 1 TO WS-COUNT-OUTBOUND
    WHEN WS-ENTRY-PARTNER NOT = '----'
        MOVE "INBOUND FILE" TO WS-RUN-SOURCE(WS-RUN-HIT)
        ADD 1 TO WS-COUNT-INBOUND
    WHEN OTHER
        MOVE "UNREGISTERED" TO WS-RUN-SOURCE(WS-RUN-HIT)
        ADD 1 TO WS-COUNT-OTHER-RUN
END-EVALUATE.

PRINT-REPORT.
OPEN OUTPUT PRINT-FILE
IF WS-PRINT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "KEYIMPCT.PRT" ", file status " WS-PRINT-STATUS
    STOP RUN
END-IF
OPEN OUTPUT NOTIFY-FILE
IF WS-NOTIFY-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "KEYNOTFY.DAT" ", file status " WS-NOTIFY-STATUS
    CLOSE PRINT-FILE
    STOP RUN
END-IF
MOVE SPACES TO PRINT-LINE
STRING "KEY COMPROMISE IMPACT - " WS-TARGET-KEY
    " - " WS-FROM-DATE " THRU " WS-TO-DATE
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "SEARCHED " WS-COUNT-FILES " JOURNAL FILE(S): JRNA GENERATIONS FROM "
    WS-FROM-DATE " ON, THEN JOURNAL.DAT"
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
*> GROUPS ARE PRINTED IN DEPARTMENT, THEN PARTNER, ORDER BY TAKING
*> THE LOWEST NOT YET PRINTED EACH TIME; A DEPARTMENT'S NOTIFICATION
*> LINE GOES OUT WHEN THE NEXT DEPARTMENT STARTS.
MOVE SPACES TO WS-PREV-DEPT
PERFORM FIND-NEXT-GROUP
PERFORM UNTIL WS-GROUP-NEXT = 0
    IF WS-GRP-DEPT(WS-GROUP-NEXT) NOT = WS-PREV-DEPT
        PERFORM WRITE-NOTIFICATION
        MOVE WS-GRP-DEPT(WS-GROUP-NEXT) TO WS-PREV-DEPT
        MOVE 0 TO WS-DEPT-ENTRIES
        MOVE 0 TO WS-DEPT-RUNS
        MOVE WS-GRP-FIRST(WS-GROUP-NEXT) TO WS-DEPT-FIRST
        MOVE WS-GRP-LAST(WS-GROUP-NEXT) TO WS-DEPT-LAST
    END-IF
    PERFORM PRINT-GROUP
    MOVE 'Y' TO WS-GRP-DONE(WS-GROUP-NEXT)
    PERFORM FIND-NEXT-GROUP
END-PERFORM
PERFORM WRITE-NOTIFICATION
IF WS-GROUP-COUNT = 0
    MOVE "No use of this key was found in the range searched." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Entries read:          " WS-COUNT-READ DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Entries under the key: " WS-COUNT-MATCHED DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Outbound runs:         " WS-COUNT-OUTBOUND DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Inbound partner files: " WS-COUNT-INBOUND DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Unregistered runs:     " WS-COUNT-OTHER-RUN DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Departments notified:  " WS-COUNT-NOTIFY DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
IF WS-COUNT-NO-DEPT > 0
    MOVE SPACES TO PRINT-LINE
    STRING "NOTE: " WS-COUNT-NO-DEPT " entr(y/ies) carry no department; "
        "no contact to notify for them." DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-REG-OPEN NOT = 'Y'
    MOVE "NOTE: no transmission register on hand; no run was tied to a transmission."
        TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-HAVE-MASTER NOT = 'Y'
    MOVE "NOTE: no department master on hand; notifications carry no contact."
        TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-GROUP-OVERFLOW = 'Y'
    MOVE "NOTE: more than 300 department/partner groups; extras not reported here."
        TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-RUN-OVERFLOW = 'Y'
    MOVE "NOTE: more than 2000 run lines; extras counted but not listed by run."
        TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
CLOSE PRINT-FILE
CLOSE NOTIFY-FILE.

FIND-NEXT-GROUP.
MOVE 0 TO WS-GROUP-NEXT
PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
        UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
    IF WS-GRP-DONE(WS-GROUP-IDX) = 'N'
        IF WS-GROUP-NEXT = 0
            MOVE WS-GROUP-IDX TO WS-GROUP-NEXT
        ELSE
            IF WS-GRP-DEPT(WS-GROUP-IDX) < WS-GRP-DEPT(WS-GROUP-NEXT)
                OR (WS-GRP-DEPT(WS-GROUP-IDX) = WS-GRP-DEPT(WS-GROUP-NEXT)
                AND WS-GRP-PARTNER(WS-GROUP-IDX) < WS-GRP-PARTNER(WS-GROUP-NEXT))
                MOVE WS-GROUP-IDX TO WS-GROUP-NEXT
            END-IF
        END-IF
    END-IF
END-PERFORM.

PRINT-GROUP.
PERFORM GET-DEPT-DETAILS
MOVE SPACES TO PRINT-LINE
STRING "DEPT " WS-GRP-DEPT(WS-GROUP-NEXT) " " WS-NAME-TEXT
    " PARTNER " WS-GRP-PARTNER(WS-GROUP-NEXT)
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "    ENTRIES " WS-GRP-TOTAL(WS-GROUP-NEXT)
    "  ENCRYPTS " WS-GRP-ENCRYPT(WS-GROUP-NEXT)
    "  DECRYPTS " WS-GRP-DECRYPT(WS-GROUP-NEXT)
    "  SOLVES " WS-GRP-SOLVE(WS-GROUP-NEXT)
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "    FIRST USE " WS-GRP-FIRST(WS-GROUP-NEXT)
    "  LAST USE " WS-GRP-LAST(WS-GROUP-NEXT)
    "  RUNS " WS-GRP-RUNS(WS-GROUP-NEXT)
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
        UNTIL WS-RUN-IDX > WS-RUN-COUNT
    IF WS-RUN-GROUP(WS-RUN-IDX) = WS-GROUP-NEXT
        PERFORM PRINT-RUN-LINE
    END-IF
END-PERFORM
ADD WS-GRP-TOTAL(WS-GROUP-NEXT) TO WS-DEPT-ENTRIES
ADD WS-GRP-RUNS(WS-GROUP-NEXT) TO WS-DEPT-RUNS
IF WS-GRP-FIRST(WS-GROUP-NEXT) < WS-DEPT-FIRST
    MOVE WS-GRP-FIRST(WS-GROUP-NEXT) TO WS-DEPT-FIRST
END-IF
IF WS-GRP-LAST(WS-GROUP-NEXT) > WS-DEPT-LAST
    MOVE WS-GRP-LAST(WS-GROUP-NEXT) TO WS-DEPT-LAST
END-IF.

PRINT-RUN-LINE.
MOVE SPACES TO PRINT-LINE
EVALUATE WS-RUN-SOURCE(WS-RUN-IDX)
    WHEN "NO RUN"
        STRING "      NO RUN RECORDED (INTERACTIVE OR OLDER ENTRIES)  ENTRIES "
            WS-RUN-ENTRIES(WS-RUN-IDX)
            DELIMITED BY SIZE INTO PRINT-LINE
    WHEN "OUTBOUND"
        STRING "      RUN " WS-RUN-ID(WS-RUN-IDX) " OUTBOUND     SENT "
            WS-RUN-SENT(WS-RUN-IDX) " STATUS " WS-RUN-XMT-STAT(WS-RUN-IDX)
            "  SEQ " WS-RUN-LOW-SEQ(WS-RUN-IDX) "-" WS-RUN-HIGH-SEQ(WS-RUN-IDX)
            "  ENTRIES " WS-RUN-ENTRIES(WS-RUN-IDX)
            DELIMITED BY SIZE INTO PRINT-LINE
    WHEN OTHER
        STRING "      RUN " WS-RUN-ID(WS-RUN-IDX) " " WS-RUN-SOURCE(WS-RUN-IDX)
            "                   SEQ " WS-RUN-LOW-SEQ(WS-RUN-IDX) "-"
            WS-RUN-HIGH-SEQ(WS-RUN-IDX)
            "  ENTRIES " WS-RUN-ENTRIES(WS-RUN-IDX)
            DELIMITED BY SIZE INTO PRINT-LINE
END-EVALUATE
WRITE PRINT-LINE.

GET-DEPT-DETAILS.
*> NAME AND CONTACT FROM THE MASTER. A RETIRED OR UNKNOWN CODE IS
*> FLAGGED ON THE NOTIFICATION LINE SO THE LETTER IS CHASED BY HAND.
MOVE SPACES TO WS-NAME-TEXT
MOVE SPACES TO WS-CONTACT-TEXT
MOVE SPACES TO WS-NOTE-TEXT
IF WS-PREV-DEPT = '----'
    MOVE "(NO DEPARTMENT RECORDED)" TO WS-NAME-TEXT
    EXIT PARAGRAPH
END-IF
IF WS-HAVE-MASTER NOT = 'Y'
    MOVE "NO MASTER" TO WS-NOTE-TEXT
    EXIT PARAGRAPH
END-IF
MOVE 0 TO WS-MAST-HIT
PERFORM VARYING WS-MAST-IDX FROM 1 BY 1
        UNTIL WS-MAST-IDX > WS-MAST-COUNT OR WS-MAST-HIT > 0
    IF WS-MST-CODE(WS-MAST-IDX) = WS-PREV-DEPT
        MOVE WS-MAST-IDX TO WS-MAST-HIT
    END-IF
END-PERFORM
IF WS-MAST-HIT = 0
    MOVE "NOT ON MAST" TO WS-NOTE-TEXT
    MOVE "(NOT ON DEPARTMENT MASTER)" TO WS-NAME-TEXT
    EXIT PARAGRAPH
END-IF
MOVE WS-MST-NAME(WS-MAST-HIT) TO WS-NAME-TEXT
MOVE WS-MST-CONTACT(WS-MAST-HIT) TO WS-CONTACT-TEXT
IF WS-MST-STATUS(WS-MAST-HIT) = 'I'
    MOVE "INACTIVE" TO WS-NOTE-TEXT
END-IF.

WRITE-NOTIFICATION.
*> ONE LINE PER DEPARTMENT THE KEY TOUCHED. TRAFFIC WITH NO DEPARTMENT
*> (PARTNER FILES, ENTRIES FROM BEFORE DEPARTMENTS WERE RECORDED) HAS
*> NO CONTACT AND IS ONLY COUNTED FOR THE FOOT OF THE REPORT.
IF WS-PREV-DEPT = SPACES
    EXIT PARAGRAPH
END-IF
IF WS-PREV-DEPT = '----'
    ADD WS-DEPT-ENTRIES TO WS-COUNT-NO-DEPT
    EXIT PARAGRAPH
END-IF
PERFORM GET-DEPT-DETAILS
MOVE WS-PREV-DEPT TO NTF-DEPT
MOVE WS-NAME-TEXT TO NTF-NAME
MOVE WS-CONTACT-TEXT TO NTF-CONTACT
MOVE WS-TARGET-KEY TO NTF-KEY
MOVE WS-DEPT-ENTRIES TO NTF-ENTRIES
MOVE WS-DEPT-RUNS TO NTF-RUNS
MOVE WS-DEPT-FIRST TO NTF-FIRST
MOVE WS-DEPT-LAST TO NTF-LAST
MOVE WS-NOTE-TEXT TO NTF-NOTE
MOVE NOTIFY-OUT TO NOTIFY-LINE
WRITE NOTIFY-LINE
ADD 1 TO WS-COUNT-NOTIFY.
