IDENTIFICATION DIVISION.
PROGRAM-ID. OPERCERT.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. QUARTERLY OPERATOR ACCESS
*>            RECERTIFICATION. LISTS EVERY OPERATOR ON OPERAUTH.DAT
*>            WITH THE E/D/S/K/B/N FLAGS GRANTED BESIDE THE ONES THE
*>            JOURNAL SHOWS ACTUALLY EXERCISED AND THE LAST ACTIVITY
*>            FOUND, AND FLAGS FOR REVIEW:
*>              - AN ACTIVE OPERATOR WITH NO ACTIVITY IN 90 DAYS,
*>              - A PERMISSION GRANTED BUT NEVER EXERCISED IN THE
*>                PERIOD SEARCHED,
*>              - DENIED ATTEMPTS IN THE LAST 90 DAYS, INCLUDING
*>                ATTEMPTS UNDER IDS THAT ARE NOT ON THE FILE.
*>            THE LAST SECTION GIVES EACH ACTIVE DEPARTMENT ON
*>            DEPTMAST.DAT THE OPERATORS WHO WORKED ITS TRAFFIC AND A
*>            SIGN-OFF LINE FOR ITS CONTACT. THE JOURNAL IS WALKED AS
*>            KEYIMPACT WALKS IT: EVERY JRNA GENERATION FROM THE START
*>            DATE TO TODAY, THEN THE ACTIVE JOURNAL.DAT. REPORT ON
*>            OPERCERT.PRT.
*>
*> A FLAG COUNTS AS EXERCISED WHEN THE OPERATOR HAS AN ENTRY OF THE
*> KIND IT GOVERNS: E AN ENCRYPT OR ENCRYPTK, D A DECRYPT OR DECRYPTK,
*> S A SOLVE, K A SOLVEK, N ANY ENTRY UNDER A NAMED KEY ("N:" IN THE
*> KEY FIELD), B AN ENTRY WITH BOTH A RUN ID AND A DEPARTMENT (ONLY
*> THE BATCH JOURNALS BOTH; INBOUND AND EXCWORK LEAVE THE DEPARTMENT
*> BLANK). DENIED ENTRIES ARE ATTEMPTS, NOT ACTIVITY.
*>
*> JOURNAL LINE LAYOUT (AS WRITTEN BY THE JOURNAL SUBPROGRAM IN
*> ceasercipher2.cob): TIMESTAMP (1:21), SUBPROGRAM (23:8),
*> INPUT LENGTH (32:3), KEY TEXT (36:20), DEPARTMENT (57:4),
*> OPERATOR (62:8), ENTRY NUMBER (71:9), CHAIN VALUE (81:12),
*> RUN ID (94:14), SEQUENCE (109:6). ARCHIVE SEAL LINES ('SEAL' IN
*> THE SUBPROGRAM FIELD) ARE NOT ENTRIES AND ARE SKIPPED. ENTRIES FROM
*> BEFORE THE SIGN-ON CARRY NO OPERATOR AND ARE ONLY COUNTED.
*> OPERAUTH.DAT AND DEPTMAST.DAT LAYOUTS ARE KEPT IN STEP WITH
*> OPERMAINT AND DEPTMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.
    SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAST-STATUS.
    SELECT PRINT-FILE ASSIGN TO "OPERCERT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).

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

WORKING-STORAGE SECTION.
  01 WS-JOURNAL-STATUS PIC X(2).
  01 WS-AUTH-STATUS PIC X(2).
  01 WS-MAST-STATUS PIC X(2).
  01 WS-PRINT-STATUS PIC X(2).
  01 WS-JOURNAL-NAME PIC X(16).
  01 WS-JOURNAL-EOF PIC X(1).
  01 WS-AUTH-EOF PIC X(1).
  01 WS-MAST-EOF PIC X(1).
  01 WS-HAVE-AUTH PIC X(1) VALUE 'N'.
  01 WS-HAVE-MASTER PIC X(1) VALUE 'N'.
  01 WS-FROM-DATE PIC X(8).
  01 WS-TODAY PIC X(8).
  01 WS-CUTOFF-DATE PIC X(8).
  01 WS-CUTOFF-NUM PIC 9(8).
  01 WS-FROM-NUM PIC 9(8).
  01 WS-SCAN-DAY PIC 9(7).
  01 WS-LAST-DAY PIC 9(7).
  01 WS-SCAN-DATE PIC 9(8).
  01 WS-ENTRY-DATE PIC X(8).
  01 WS-ENTRY-STAMP PIC X(14).
  01 WS-ENTRY-SUBPROG PIC X(8).
  01 WS-ENTRY-DEPT PIC X(4).
  01 WS-ENTRY-OPER PIC X(8).
  01 WS-ENTRY-RUN-ID PIC X(14).
  01 WS-COUNT-FILES PIC 9(5) VALUE 0.
  01 WS-COUNT-READ PIC 9(9) VALUE 0.
  01 WS-COUNT-NO-OPER PIC 9(9) VALUE 0.
  01 WS-COUNT-STALE PIC 9(5) VALUE 0.
  01 WS-COUNT-UNUSED PIC 9(5) VALUE 0.
  01 WS-COUNT-DENIED PIC 9(7) VALUE 0.
  01 WS-FLAG-IDX PIC 9.
  01 WS-FLAG-LETTERS PIC X(6) VALUE 'EDSKBN'.
  01 WS-GRANTED-TEXT PIC X(6).
  01 WS-USED-TEXT PIC X(6).
  01 WS-UNUSED-TEXT PIC X(12).
  01 WS-UNUSED-POS PIC 99.
  01 WS-NAME-TEXT PIC X(30).
  01 WS-COUNT-ED PIC ZZZ,ZZ9.
*> ONE SLOT PER OPERATOR ON OPERAUTH.DAT, THEN ONE PER ID THAT TURNS
*> UP IN THE JOURNAL WITHOUT BEING ON THE FILE (WS-OPR-ONFILE 'N').
  01 WS-OPR-IDX PIC 9(3).
  01 WS-OPR-HIT PIC 9(3).
  01 WS-OPR-COUNT PIC 9(3) VALUE 0.
  01 WS-OPR-OVERFLOW PIC X(1) VALUE 'N'.
  01 WS-OPR-TABLE.
      05 WS-OPR-ENTRY OCCURS 300 TIMES.
          10 WS-OPR-ID      PIC X(8).
          10 WS-OPR-ONFILE  PIC X(1).
          10 WS-OPR-FLAGS   PIC X(6).
          10 WS-OPR-STATUS  PIC X(1).
          10 WS-OPR-USED    PIC X(6).
          10 WS-OPR-LAST    PIC X(14).
          10 WS-OPR-ENTRIES PIC 9(7).
          10 WS-OPR-DENIED  PIC 9(5).
*> WHICH OPERATORS WORKED WHICH DEPARTMENT'S TRAFFIC, FOR SIGN-OFF.
  01 WS-PAIR-IDX PIC 9(4).
  01 WS-PAIR-HIT PIC 9(4).
  01 WS-PAIR-COUNT PIC 9(4) VALUE 0.
  01 WS-PAIR-OVERFLOW PIC X(1) VALUE 'N'.
  01 WS-PAIR-SHOWN PIC 9(4).
  01 WS-PAIR-TABLE.
      05 WS-PAIR-ENTRY OCCURS 1000 TIMES.
          10 WS-PAIR-DEPT    PIC X(4).
          10 WS-PAIR-OPER    PIC X(8).
          10 WS-PAIR-ENTRIES PIC 9(7).
          10 WS-PAIR-LAST    PIC X(14).
  01 WS-MAST-IDX PIC 9(3).
  01 WS-MAST-COUNT PIC 9(3) VALUE 0.
  01 WS-MAST-TABLE.
      05 WS-MST-ENTRY OCCURS 200 TIMES.
          10 WS-MST-CODE    PIC X(4).
          10 WS-MST-NAME    PIC X(30).
          10 WS-MST-STATUS  PIC X(1).
          10 WS-MST-CONTACT PIC X(20).

PROCEDURE DIVISION.
MAIN-LOGIC.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) - 90)
MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
DISPLAY "Search the journal from YYYYMMDD, or blank for one year back."
ACCEPT WS-FROM-DATE
IF WS-FROM-DATE = SPACES
    COMPUTE WS-FROM-NUM = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) - 365)
    MOVE WS-FROM-NUM TO WS-FROM-DATE
END-IF
IF WS-FROM-DATE IS NOT NUMERIC
    DISPLAY "ERROR: the start date must be YYYYMMDD."
    STOP RUN
END-IF
IF WS-FROM-DATE > WS-CUTOFF-DATE
    DISPLAY "NOTE: the search starts inside the 90-day window; operators"
    DISPLAY "may be reported inactive on less than 90 days of journal."
END-IF
PERFORM LOAD-OPERATORS
PERFORM LOAD-DEPT-MASTER
*> EVERY GENERATION FROM THE START DATE TO TODAY, IN DATE ORDER; A DAY
*> WITH NO CUTOVER HAS NO GENERATION AND IS PASSED OVER.
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
PERFORM PRINT-REPORT
DISPLAY "Recertification report complete: " WS-OPR-COUNT " operator id(s), "
    WS-COUNT-STALE " inactive 90 days, " WS-COUNT-UNUSED
    " with unused permissions; see OPERCERT.PRT."
STOP RUN.

LOAD-OPERATORS.
*> A MISSING FILE STILL GIVES A REPORT OF WHO HAS BEEN WORKING, WITH
*> A NOTE AT THE FOOT - THAT IS ITSELF A FINDING.
MOVE 'N' TO WS-AUTH-EOF
OPEN INPUT OPERAUTH-FILE
IF WS-AUTH-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-AUTH-EOF = 'Y'
    READ OPERAUTH-FILE
        AT END MOVE 'Y' TO WS-AUTH-EOF
        NOT AT END
            IF WS-OPR-COUNT < 300
                ADD 1 TO WS-OPR-COUNT
                INITIALIZE WS-OPR-ENTRY(WS-OPR-COUNT)
                MOVE OPR-ID TO WS-OPR-ID(WS-OPR-COUNT)
                MOVE 'Y' TO WS-OPR-ONFILE(WS-OPR-COUNT)
                MOVE OPERAUTH-RECORD(10:6) TO WS-OPR-FLAGS(WS-OPR-COUNT)
                MOVE OPR-STATUS TO WS-OPR-STATUS(WS-OPR-COUNT)
            ELSE
                MOVE 'Y' TO WS-OPR-OVERFLOW
            END-IF
    END-READ
END-PERFORM
CLOSE OPERAUTH-FILE
MOVE 'Y' TO WS-HAVE-AUTH.

LOAD-DEPT-MASTER.
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
            PERFORM TALLY-ENTRY
    END-READ
END-PERFORM
CLOSE JOURNAL-FILE.

TALLY-ENTRY.
IF JOURNAL-LINE(23:8) = 'SEAL'
    EXIT PARAGRAPH
END-IF
MOVE JOURNAL-LINE(1:8) TO WS-ENTRY-DATE
IF WS-ENTRY-DATE < WS-FROM-DATE
    EXIT PARAGRAPH
END-IF
MOVE JOURNAL-LINE(62:8) TO WS-ENTRY-OPER
IF WS-ENTRY-OPER = SPACES
    ADD 1 TO WS-COUNT-NO-OPER
    EXIT PARAGRAPH
END-IF
MOVE JOURNAL-LINE(1:14) TO WS-ENTRY-STAMP
MOVE JOURNAL-LINE(23:8) TO WS-ENTRY-SUBPROG
MOVE JOURNAL-LINE(57:4) TO WS-ENTRY-DEPT
MOVE JOURNAL-LINE(94:14) TO WS-ENTRY-RUN-ID
PERFORM FIND-OPERATOR
IF WS-OPR-HIT = 0
    EXIT PARAGRAPH
END-IF
IF WS-ENTRY-SUBPROG = 'DENIED'
    IF WS-ENTRY-DATE >= WS-CUTOFF-DATE
        ADD 1 TO WS-OPR-DENIED(WS-OPR-HIT)
        ADD 1 TO WS-COUNT-DENIED
    END-IF
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-OPR-ENTRIES(WS-OPR-HIT)
IF WS-ENTRY-STAMP > WS-OPR-LAST(WS-OPR-HIT)
    MOVE WS-ENTRY-STAMP TO WS-OPR-LAST(WS-OPR-HIT)
END-IF
EVALUATE TRUE
    WHEN WS-ENTRY-SUBPROG(1:7) = 'ENCRYPT'
        MOVE 'Y' TO WS-OPR-USED(WS-OPR-HIT)(1:1)
    WHEN WS-ENTRY-SUBPROG(1:7) = 'DECRYPT'
        MOVE 'Y' TO WS-OPR-USED(WS-OPR-HIT)(2:1)
    WHEN WS-ENTRY-SUBPROG = 'SOLVE'
        MOVE 'Y' TO WS-OPR-USED(WS-OPR-HIT)(3:1)
    WHEN WS-ENTRY-SUBPROG = 'SOLVEK'
        MOVE 'Y' TO WS-OPR-USED(WS-OPR-HIT)(4:1)
    WHEN OTHER
        CONTINUE
END-EVALUATE
IF WS-ENTRY-RUN-ID NOT = SPACES AND WS-ENTRY-DEPT NOT = SPACES
    MOVE 'Y' TO WS-OPR-USED(WS-OPR-HIT)(5:1)
END-IF
IF JOURNAL-LINE(36:2) = 'N:'
    MOVE 'Y' TO WS-OPR-USED(WS-OPR-HIT)(6:1)
END-IF
IF WS-ENTRY-DEPT NOT = SPACES
    PERFORM TALLY-PAIR
END-IF.

FIND-OPERATOR.
*> AN ID NOT ON OPERAUTH.DAT GETS A SLOT OF ITS OWN SO ITS ACTIVITY
*> AND DENIALS ARE REPORTED TOO. 0 ONLY WHEN THE TABLE IS FULL.
MOVE 0 TO WS-OPR-HIT
PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
        UNTIL WS-OPR-IDX > WS-OPR-COUNT OR WS-OPR-HIT > 0
    IF WS-OPR-ID(WS-OPR-IDX) = WS-ENTRY-OPER
        MOVE WS-OPR-IDX TO WS-OPR-HIT
    END-IF
END-PERFORM
IF WS-OPR-HIT > 0
    EXIT PARAGRAPH
END-IF
IF WS-OPR-COUNT NOT < 300
    MOVE 'Y' TO WS-OPR-OVERFLOW
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-OPR-COUNT
MOVE WS-OPR-COUNT TO WS-OPR-HIT
INITIALIZE WS-OPR-ENTRY(WS-OPR-HIT)
MOVE WS-ENTRY-OPER TO WS-OPR-ID(WS-OPR-HIT)
MOVE 'N' TO WS-OPR-ONFILE(WS-OPR-HIT)
MOVE 'NNNNNN' TO WS-OPR-FLAGS(WS-OPR-HIT)
MOVE '-' TO WS-OPR-STATUS(WS-OPR-HIT).

TALLY-PAIR.
MOVE 0 TO WS-PAIR-HIT
PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
        UNTIL WS-PAIR-IDX > WS-PAIR-COUNT OR WS-PAIR-HIT > 0
    IF WS-PAIR-DEPT(WS-PAIR-IDX) = WS-ENTRY-DEPT
        AND WS-PAIR-OPER(WS-PAIR-IDX) = WS-ENTRY-OPER
        MOVE WS-PAIR-IDX TO WS-PAIR-HIT
    END-IF
END-PERFORM
IF WS-PAIR-HIT = 0
    IF WS-PAIR-COUNT NOT < 1000
        MOVE 'Y' TO WS-PAIR-OVERFLOW
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-PAIR-COUNT
    MOVE WS-PAIR-COUNT TO WS-PAIR-HIT
    MOVE WS-ENTRY-DEPT TO WS-PAIR-DEPT(WS-PAIR-HIT)
    MOVE WS-ENTRY-OPER TO WS-PAIR-OPER(WS-PAIR-HIT)
    MOVE 0 TO WS-PAIR-ENTRIES(WS-PAIR-HIT)
    MOVE SPACES TO WS-PAIR-LAST(WS-PAIR-HIT)
END-IF
ADD 1 TO WS-PAIR-ENTRIES(WS-PAIR-HIT)
IF WS-ENTRY-STAMP > WS-PAIR-LAST(WS-PAIR-HIT)
    MOVE WS-ENTRY-STAMP TO WS-PAIR-LAST(WS-PAIR-HIT)
END-IF.

PRINT-REPORT.
OPEN OUTPUT PRINT-FILE
IF WS-PRINT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "OPERCERT.PRT" ", file status " WS-PRINT-STATUS
    STOP RUN
END-IF
MOVE SPACES TO PRINT-LINE
STRING "OPERATOR ACCESS RECERTIFICATION - AS OF " WS-TODAY
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "JOURNAL SEARCHED FROM " WS-FROM-DATE " (" WS-COUNT-FILES
    " FILE(S)); INACTIVITY AND DENIALS COUNTED SINCE " WS-CUTOFF-DATE
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE "FLAGS: E ENCRYPT, D DECRYPT, S SOLVE, K KEYWORD SOLVE, B BATCH, N NAMED KEYS" TO PRINT-LINE
WRITE PRINT-LINE
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE "OPERATOR ST GRANTED USED   LAST ACTIVITY   ENTRIES DENIED" TO PRINT-LINE
WRITE PRINT-LINE
PERFORM VARYING WS-OPR-IDX FROM 1 BY 1 UNTIL WS-OPR-IDX > WS-OPR-COUNT
    IF WS-OPR-ONFILE(WS-OPR-IDX) = 'Y'
        PERFORM PRINT-OPERATOR
    END-IF
END-PERFORM
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE "IDS IN THE JOURNAL THAT ARE NOT ON OPERAUTH.DAT" TO PRINT-LINE
WRITE PRINT-LINE
MOVE 0 TO WS-PAIR-SHOWN
PERFORM VARYING WS-OPR-IDX FROM 1 BY 1 UNTIL WS-OPR-IDX > WS-OPR-COUNT
    IF WS-OPR-ONFILE(WS-OPR-IDX) = 'N'
        PERFORM PRINT-OPERATOR
        ADD 1 TO WS-PAIR-SHOWN
    END-IF
END-PERFORM
IF WS-PAIR-SHOWN = 0
    MOVE "    NONE" TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
PERFORM PRINT-SIGN-OFF
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Entries read:                      " WS-COUNT-READ DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Entries with no operator recorded: " WS-COUNT-NO-OPER DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Denied attempts in 90 days:        " WS-COUNT-DENIED DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Active operators idle 90 days:     " WS-COUNT-STALE DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Operators with unused permissions: " WS-COUNT-UNUSED DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
IF WS-HAVE-AUTH NOT = 'Y'
    MOVE "NOTE: no OPERAUTH.DAT on hand; every id seen is listed as not on file." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-HAVE-MASTER NOT = 'Y'
    MOVE "NOTE: no department master on hand; no sign-off section." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-OPR-OVERFLOW = 'Y'
    MOVE "NOTE: more than 300 operator ids; extras not reported here." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-PAIR-OVERFLOW = 'Y'
    MOVE "NOTE: more than 1000 department/operator pairs; sign-off lists incomplete." TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
CLOSE PRINT-FILE.

PRINT-OPERATOR.
*> GRANTED AND USED SHOW THE FLAG LETTER WHERE IT APPLIES AND '-'
*> WHERE IT DOES NOT. FINDINGS FOLLOW ON LINES OF THEIR OWN, AND ARE
*> ONLY RAISED FOR ACTIVE OPERATORS - AN INACTIVE ONE CANNOT SIGN ON.
MOVE SPACES TO WS-GRANTED-TEXT
MOVE SPACES TO WS-USED-TEXT
MOVE SPACES TO WS-UNUSED-TEXT
MOVE 1 TO WS-UNUSED-POS
PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1 UNTIL WS-FLAG-IDX > 6
    IF WS-OPR-FLAGS(WS-OPR-IDX)(WS-FLAG-IDX:1) = 'Y'
        MOVE WS-FLAG-LETTERS(WS-FLAG-IDX:1) TO WS-GRANTED-TEXT(WS-FLAG-IDX:1)
    ELSE
        MOVE '-' TO WS-GRANTED-TEXT(WS-FLAG-IDX:1)
    END-IF
    IF WS-OPR-USED(WS-OPR-IDX)(WS-FLAG-IDX:1) = 'Y'
        MOVE WS-FLAG-LETTERS(WS-FLAG-IDX:1) TO WS-USED-TEXT(WS-FLAG-IDX:1)
    ELSE
        MOVE '-' TO WS-USED-TEXT(WS-FLAG-IDX:1)
        IF WS-OPR-FLAGS(WS-OPR-IDX)(WS-FLAG-IDX:1) = 'Y'
            MOVE WS-FLAG-LETTERS(WS-FLAG-IDX:1) TO WS-UNUSED-TEXT(WS-UNUSED-POS:1)
            ADD 2 TO WS-UNUSED-POS
        END-IF
    END-IF
END-PERFORM
MOVE SPACES TO PRINT-LINE
MOVE WS-OPR-DENIED(WS-OPR-IDX) TO WS-COUNT-ED
STRING WS-OPR-ID(WS-OPR-IDX) " " WS-OPR-STATUS(WS-OPR-IDX) "  "
    WS-GRANTED-TEXT "  " WS-USED-TEXT " "
    DELIMITED BY SIZE INTO PRINT-LINE
IF WS-OPR-LAST(WS-OPR-IDX) = SPACES
    MOVE "(NONE FOUND)" TO PRINT-LINE(28:14)
ELSE
    MOVE WS-OPR-LAST(WS-OPR-IDX) TO PRINT-LINE(28:14)
END-IF
MOVE WS-OPR-ENTRIES(WS-OPR-IDX) TO PRINT-LINE(44:7)
MOVE WS-COUNT-ED TO PRINT-LINE(52:7)
WRITE PRINT-LINE
IF WS-OPR-ONFILE(WS-OPR-IDX) = 'N'
    MOVE "         ** NOT ON OPERAUTH.DAT - ACTIVITY OR ATTEMPTS UNDER AN UNKNOWN ID" TO PRINT-LINE
    WRITE PRINT-LINE
    EXIT PARAGRAPH
END-IF
IF WS-OPR-STATUS(WS-OPR-IDX) = 'I'
    EXIT PARAGRAPH
END-IF
IF WS-OPR-LAST(WS-OPR-IDX) = SPACES
    OR WS-OPR-LAST(WS-OPR-IDX)(1:8) < WS-CUTOFF-DATE
    MOVE "         ** NO ACTIVITY IN 90 DAYS - CONFIRM STILL NEEDED OR DEACTIVATE" TO PRINT-LINE
    WRITE PRINT-LINE
    ADD 1 TO WS-COUNT-STALE
END-IF
IF WS-UNUSED-TEXT NOT = SPACES
    MOVE SPACES TO PRINT-LINE
    STRING "         ** GRANTED BUT NEVER EXERCISED IN THE PERIOD: " WS-UNUSED-TEXT
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    ADD 1 TO WS-COUNT-UNUSED
END-IF
IF WS-OPR-DENIED(WS-OPR-IDX) > 0
    MOVE "         ** DENIED ATTEMPTS IN 90 DAYS - REVIEW WITH THE OPERATOR" TO PRINT-LINE
    WRITE PRINT-LINE
END-IF.

PRINT-SIGN-OFF.
*> ONE BLOCK PER ACTIVE DEPARTMENT: THE OPERATORS WHO WORKED ITS
*> TRAFFIC IN THE PERIOD, THEN THE LINE ITS CONTACT SIGNS TO CONFIRM
*> THOSE PEOPLE STILL NEED THE ACCESS.
MOVE "DEPARTMENT SIGN-OFF" TO PRINT-LINE
WRITE PRINT-LINE
IF WS-HAVE-MASTER NOT = 'Y'
    EXIT PARAGRAPH
END-IF
PERFORM VARYING WS-MAST-IDX FROM 1 BY 1 UNTIL WS-MAST-IDX > WS-MAST-COUNT
    IF WS-MST-STATUS(WS-MAST-IDX) NOT = 'I'
        PERFORM PRINT-DEPT-SIGN-OFF
    END-IF
END-PERFORM.

PRINT-DEPT-SIGN-OFF.
MOVE SPACES TO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "DEPT " WS-MST-CODE(WS-MAST-IDX) " " WS-MST-NAME(WS-MAST-IDX)
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE 0 TO WS-PAIR-SHOWN
PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1 UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
    IF WS-PAIR-DEPT(WS-PAIR-IDX) = WS-MST-CODE(WS-MAST-IDX)
        MOVE SPACES TO PRINT-LINE
        STRING "    OPERATOR " WS-PAIR-OPER(WS-PAIR-IDX)
            "  ENTRIES " WS-PAIR-ENTRIES(WS-PAIR-IDX)
            "  LAST " WS-PAIR-LAST(WS-PAIR-IDX)
            DELIMITED BY SIZE INTO PRINT-LINE
        WRITE PRINT-LINE
        ADD 1 TO WS-PAIR-SHOWN
    END-IF
END-PERFORM
IF WS-PAIR-SHOWN = 0
    MOVE "    NO OPERATOR ACTIVITY RECORDED FOR THIS DEPARTMENT IN THE PERIOD" TO PRINT-LINE
    WRITE PRINT-LINE
END-IF
MOVE SPACES TO PRINT-LINE
STRING "    REVIEWED BY " WS-MST-CONTACT(WS-MAST-IDX)
    " SIGNED ____________________ DATE __________"
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE.
