IDENTIFICATION DIVISION.
PROGRAM-ID. LEAKSCAN.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. CLEAR-TEXT LEAK GUARD. RECONCILE
*>            PROVES EVERY OUTPUT DETAIL DECRYPTS BACK TO ITS INPUT
*>            BUT NEVER THAT THE OUTPUT IS ACTUALLY ENCIPHERED:
*>            TRANSEDIT ACCEPTS A KEY OF ZERO, SO AN 'E' RECORD KEYED
*>            +00 OR A 'K' RECORD UNDER A KEYWORD OF ALL 'A'S GOES OUT
*>            AS READABLE ENGLISH AND RECONCILES CLEAN, AND A DIGIT
*>            FLAG OF 'N' LEAVES ACCOUNT NUMBERS IN THE CLEAR INSIDE
*>            OTHERWISE ENCIPHERED TEXT. THIS JOB WALKS CIPHEROUT.DAT,
*>            THEN EACH OF THE RUN'S PARTNER FILES, SIDE BY SIDE WITH
*>            THE TRANSACTIONS THEY WERE CUT FROM AND, FOR EVERY
*>            DETAIL WHOSE MESSAGE WAS AN 'E', 'K' OR 'P'
*>            (CONTINUATIONS FOLLOW THEIR HEAD), FLAGS IT WHEN:
*>              - THE OUTPUT TEXT IS IDENTICAL TO THE INPUT TEXT,
*>              - WORDSCORE, AT SHIFT ZERO, FINDS AS MANY COMMON-WORD
*>                HITS IN THE OUTPUT AS SOLVE WOULD CALL A RECOVERY,
*>              - A RUN OF DIGITS SITS IN THE OUTPUT EXACTLY AS IT WAS
*>                IN THE INPUT (UNROTATED). NOT APPLIED TO 'P':
*>                PARTNER TRAFFIC IS ENCIPHERED WITHOUT ROTATING
*>                DIGITS, AS THE PARTNER AGREEMENT SETS.
*>            A 'P' DETAIL ON CIPHEROUT.DAT IS ONE THE CIPHER STEP
*>            COULD NOT ROUTE AND SENT VERBATIM (STATUS 'U'). A PARTNER
*>            FILE, PTNOUT<PARTNER>.DAT (PARTNER IDS FROM PARTNERS.DAT),
*>            IS ONE OF THE RUN'S WHEN ITS HEADER CARRIES THE RUN'S
*>            PARTNER RUN ID - PARTNER ID THEN THE RUN'S YYMMDDHHMM;
*>            SCANNING IT CATCHES A PARTNER KEYWORD OF ALL 'A'S OR A
*>            NAMED KEY OF SHIFT ZERO. A RUN OR PARTNER RUN NO LONGER
*>            ON ITS INTERFACE FILE IS READ FROM ITS KEPT GENERATION,
*>            CIPH<RUN ID>.DAT, BUT ONLY WHEN EVERY DETAIL THE
*>            GENERATION'S TRAILER COUNTS PAIRS BY SEQUENCE WITH THE
*>            TRANSACTION FILE GIVEN - SEQUENCE NUMBERS START AGAIN
*>            EACH DAY, SO AN OLDER RUN WOULD OTHERWISE MERGE SILENTLY
*>            WITH ANOTHER DAY'S MESSAGES. SUCH A SCAN IS REFUSED.
*>            SUSPECTS LAND ON LEAKRPT.PRT AND THE JOB RETURNS 4 SO
*>            THE NIGHTRUN DRIVER HOLDS THE RUN BEFORE THE EXCEPTION
*>            EXTRACT AND CUTOVER; A FILE THAT WILL NOT OPEN, OR A
*>            REFUSED SCAN, RETURNS 8. RUNS AS A NIGHTRUN STEP
*>            (ANSWERS FILE LEAKANSW.DAT) OR ON DEMAND FOR ONE RUN ID,
*>            WHERE AN OPERATOR WITH THE BATCH FLAG MAY SIGN THE RUN
*>            OFF AFTER REVIEWING THE REPORT; A SIGNED-OFF RUN
*>            (LEAKSOFF.DAT) PASSES THE NEXT SCAN WHILE ITS SUSPECT
*>            COUNT IS UNCHANGED.
*>
*> LEAKANSW.DAT (WRITTEN BY NIGHTRUN): LINE 1 = TRANSACTION FILE THE
*> CIPHER STEP READ (BLANK = TRANSCLN.DAT), LINE 2 = RUN ID EXPECTED
*> ON THE OUTPUT FILE (BLANK = WHATEVER RUN IS ON IT). NO ANSWERS
*> FILE MEANS AN ATTENDED RUN AND BOTH ARE PROMPTED FOR.
*> LEAKSOFF.DAT: RUN ID X(14), BLANK, OPERATOR X(8), BLANK, DATE
*> X(8), BLANK, SUSPECT COUNT 9(6) - ONE LINE PER SIGN-OFF, APPENDED.
*>
*> THE WORDSCORE SUBPROGRAM AT THE BOTTOM IS KEPT IN STEP WITH THE
*> MASTER IN ceasercipher2.cob SO THIS JOB SCORES TEXT ON EXACTLY
*> THE SCALE SOLVE USES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSACTION-FILE ASSIGN TO DYNAMIC WS-TRANS-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT ANSWER-FILE ASSIGN TO "LEAKANSW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANSW-STATUS.
    SELECT CIPHER-OUT-FILE ASSIGN TO DYNAMIC WS-OUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT LEAK-REPORT-FILE ASSIGN TO "LEAKRPT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.
    SELECT SIGNOFF-FILE ASSIGN TO "LEAKSOFF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOFF-STATUS.
    SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTN-STATUS.
    SELECT OPERAUTH-FILE ASSIGN TO "OPERAUTH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSACTION-FILE.
01  TRANS-RECORD.
    05 TRANS-SEQ      PIC 9(6).
    05 TRANS-MODE     PIC X(1).
    05 TRANS-TEXT     PIC X(50).
    05 TRANS-KEY      PIC S9(2) SIGN LEADING SEPARATE.
    05 TRANS-KEYWORD  PIC X(20).
    05 TRANS-DIGIT-FLAG PIC X(1).
    05 TRANS-DEPT     PIC X(4).

FD  CIPHER-OUT-FILE.
01  OUT-RECORD.
    05 OUT-REC-TYPE   PIC X(1).
    05 OUT-SEQ        PIC 9(6).
    05 OUT-TEXT       PIC X(50).
    05 OUT-STATUS     PIC X(1).
    05 OUT-SOLVE-SHIFT PIC X(3).
    05 OUT-SOLVE-HITS PIC X(3).
01  OUT-HEADER-RECORD.
    05 HDR-REC-TYPE   PIC X(1).
    05 HDR-RUN-DATE   PIC X(8).
    05 HDR-RUN-ID     PIC X(14).
01  OUT-TRAILER-RECORD.
    05 TRL-REC-TYPE   PIC X(1).
    05 TRL-COUNT      PIC 9(9).
    05 TRL-SEQ-HASH   PIC 9(12).

FD  ANSWER-FILE.
01  ANSWER-LINE PIC X(80).

FD  LEAK-REPORT-FILE.
01  LEAK-REPORT-LINE PIC X(100).

FD  SIGNOFF-FILE.
01  SIGNOFF-RECORD.
    05 SOFF-RUN-ID   PIC X(14).
    05 FILLER        PIC X(1).
    05 SOFF-OPERATOR PIC X(8).
    05 FILLER        PIC X(1).
    05 SOFF-DATE     PIC X(8).
    05 FILLER        PIC X(1).
    05 SOFF-COUNT    PIC 9(6).

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
  01 WS-TRANS-STATUS PIC X(2).
  01 WS-OUT-STATUS PIC X(2).
  01 WS-ANSW-STATUS PIC X(2).
  01 WS-RPT-STATUS PIC X(2).
  01 WS-SOFF-STATUS PIC X(2).
  01 WS-AUTH-STATUS PIC X(2).
  01 WS-ANSW-ACTIVE PIC X(1) VALUE 'N'.
  01 WS-TRANS-NAME PIC X(16) VALUE "TRANSCLN.DAT".
  01 WS-OUT-NAME PIC X(24) VALUE "CIPHEROUT.DAT".
  01 WS-FIELD-IN PIC X(24).
  01 WS-WANT-RUN-ID PIC X(14) VALUE SPACES.
  01 WS-FILE-RUN-ID PIC X(14) VALUE SPACES.
  01 WS-TRANS-EOF PIC X(1) VALUE 'N'.
  01 WS-OUT-EOF PIC X(1) VALUE 'N'.
  01 WS-OUT-HAVE PIC X(1).
  01 WS-SOFF-EOF PIC X(1).
  01 WS-AUTH-EOF PIC X(1).
  01 WS-HEAD-MODE PIC X(1).
  01 WS-EFF-MODE PIC X(1).
  01 WS-HITS PIC 999.
*> SOLVE TREATS ANY HIT AS A RECOVERY; A REAL CIPHER TEXT SCORES A
*> STRAY THREE-LETTER HIT NOW AND THEN, SO TWO IS WHERE A DETAIL
*> STOPS LOOKING LIKE CHANCE.
  01 WS-HIT-LIMIT PIC 999 VALUE 2.
  01 WS-DIGIT-RUN-MIN PIC 99 VALUE 4.
  01 WS-POS PIC 99.
  01 WS-RUN-LEN PIC 99.
  01 WS-RUN-START PIC 99.
  01 WS-LETTER-SEEN PIC X(1).
  01 WS-SUSPECT PIC X(1).
  01 WS-WHY PIC X(40).
  01 WS-TODAY PIC X(8).
  01 WS-COUNT-SCANNED PIC 9(6) VALUE 0.
  01 WS-COUNT-SUSPECT PIC 9(6) VALUE 0.
  01 WS-SIGNED-OFF PIC X(1) VALUE 'N'.
  01 WS-SIGNED-BY PIC X(8).
  01 WS-SIGNED-ON PIC X(8).
  01 WS-OPERATOR PIC X(8).
  01 WS-OPR-OK PIC X(1).
  01 WS-CHOICE PIC X(1).
  01 WS-PTN-STATUS PIC X(2).
  01 WS-PTN-EOF PIC X(1).
  01 WS-PTN-IDX PIC 9(3).
  01 WS-PTN-COUNT PIC 9(3) VALUE 0.
  01 WS-PTN-TABLE.
      05 WS-PTN-CODE PIC X(4) OCCURS 100 TIMES.
  01 WS-MAIN-RUN-ID PIC X(14).
  01 WS-PTO-EXPECT-ID PIC X(14).
  01 WS-PTN-FAILED PIC X(1) VALUE 'N'.
  01 WS-COUNT-PTN-FILES PIC 9(3) VALUE 0.
  01 WS-FROM-GEN PIC X(1) VALUE 'N'.
  01 WS-INPUT-MATCH PIC X(1).
  01 WS-HAVE-TRAILER PIC X(1).
  01 WS-TRL-DETAILS PIC 9(9).
  01 WS-COUNT-MATCHED PIC 9(9).

PROCEDURE DIVISION.
MAIN-LOGIC.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
PERFORM READ-ANSWERS
IF WS-ANSW-ACTIVE NOT = 'Y'
    PERFORM ASK-RUN
END-IF
PERFORM CHECK-RUN-ON-FILE
IF RETURN-CODE NOT = 0
    GOBACK
END-IF
OPEN OUTPUT LEAK-REPORT-FILE
IF WS-RPT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "LEAKRPT.PRT" ", file status " WS-RPT-STATUS
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
MOVE SPACES TO LEAK-REPORT-LINE
STRING "CLEAR-TEXT LEAK SCAN - " WS-TODAY "  RUN " WS-FILE-RUN-ID
    "  INPUT " WS-TRANS-NAME
    DELIMITED BY SIZE INTO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE
MOVE "----------------------------------------" TO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE
OPEN INPUT TRANSACTION-FILE
IF WS-TRANS-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-TRANS-NAME ", file status " WS-TRANS-STATUS
    MOVE 8 TO RETURN-CODE
    CLOSE LEAK-REPORT-FILE
    GOBACK
END-IF
OPEN INPUT CIPHER-OUT-FILE
IF WS-OUT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-OUT-NAME ", file status " WS-OUT-STATUS
    MOVE 8 TO RETURN-CODE
    CLOSE TRANSACTION-FILE
    CLOSE LEAK-REPORT-FILE
    GOBACK
END-IF
PERFORM MERGE-DETAILS
CLOSE TRANSACTION-FILE
CLOSE CIPHER-OUT-FILE
PERFORM SCAN-PARTNER-FILES
IF WS-PTN-FAILED = 'Y'
    CLOSE LEAK-REPORT-FILE
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
PERFORM WRITE-SUMMARY
IF WS-COUNT-SUSPECT > 0
    PERFORM CHECK-SIGNOFF
    IF WS-SIGNED-OFF NOT = 'Y' AND WS-ANSW-ACTIVE NOT = 'Y'
        PERFORM OFFER-SIGNOFF
    END-IF
END-IF
CLOSE LEAK-REPORT-FILE
DISPLAY "Leak scan complete: " WS-COUNT-SCANNED " enciphered detail(s) scanned, "
    WS-COUNT-SUSPECT " suspect(s)."
IF WS-COUNT-SUSPECT > 0
    IF WS-SIGNED-OFF = 'Y'
        DISPLAY "Run " WS-FILE-RUN-ID " signed off by " WS-SIGNED-BY
            " on " WS-SIGNED-ON "; released."
    ELSE
        DISPLAY "Possible clear text - run " WS-FILE-RUN-ID
            " held. Review LEAKRPT.PRT and sign off before release."
        MOVE 4 TO RETURN-CODE
    END-IF
END-IF
GOBACK.

MERGE-DETAILS.
*> THE OUTPUT IS IN TRANSACTION ORDER, SO THE TWO FILES MERGE ON
*> SEQUENCE; A TRANSACTION WITH NO DETAIL ON THIS OUTPUT FILE WENT
*> OUT ON ANOTHER ONE (OR WAS NEVER SENT) AND IS PASSED OVER.
MOVE 'N' TO WS-TRANS-EOF
MOVE 'N' TO WS-OUT-EOF
MOVE SPACES TO WS-HEAD-MODE
PERFORM READ-TRANS
PERFORM READ-OUT
PERFORM UNTIL WS-TRANS-EOF = 'Y' OR WS-OUT-EOF = 'Y'
    EVALUATE TRUE
        WHEN TRANS-SEQ = OUT-SEQ
            PERFORM SCAN-DETAIL
            PERFORM READ-TRANS
            PERFORM READ-OUT
        WHEN TRANS-SEQ < OUT-SEQ
            PERFORM READ-TRANS
        WHEN OTHER
            PERFORM READ-OUT
    END-EVALUATE
END-PERFORM.

SCAN-PARTNER-FILES.
*> DETAILS THE CIPHER STEP ROUTED TO A PARTNER WENT OUT ON THAT
*> PARTNER'S OWN FILE. NO PARTNERS.DAT MEANS NOTHING COULD BE ROUTED;
*> A PARTNER WITH NO FILE FOR THIS RUN HAD NO TRAFFIC IN IT.
IF WS-FILE-RUN-ID = SPACES
    EXIT PARAGRAPH
END-IF
MOVE WS-FILE-RUN-ID TO WS-MAIN-RUN-ID
MOVE 'N' TO WS-PTN-EOF
OPEN INPUT PARTNER-FILE
IF WS-PTN-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-PTN-EOF = 'Y'
    READ PARTNER-FILE
        AT END MOVE 'Y' TO WS-PTN-EOF
        NOT AT END
            IF WS-PTN-COUNT < 100 AND PTN-ID NOT = SPACES
                ADD 1 TO WS-PTN-COUNT
                MOVE PTN-ID TO WS-PTN-CODE(WS-PTN-COUNT)
            END-IF
    END-READ
END-PERFORM
CLOSE PARTNER-FILE
PERFORM VARYING WS-PTN-IDX FROM 1 BY 1
        UNTIL WS-PTN-IDX > WS-PTN-COUNT OR WS-PTN-FAILED = 'Y'
    PERFORM SCAN-ONE-PARTNER-FILE
END-PERFORM
MOVE WS-MAIN-RUN-ID TO WS-FILE-RUN-ID.

SCAN-ONE-PARTNER-FILE.
*> THE PARTNER FILE ITSELF WHEN IT STILL HOLDS THIS RUN, ELSE THE
*> KEPT GENERATION OF THE PARTNER RUN.
MOVE SPACES TO WS-PTO-EXPECT-ID
STRING WS-PTN-CODE(WS-PTN-IDX) WS-MAIN-RUN-ID(3:10) DELIMITED BY SIZE
    INTO WS-PTO-EXPECT-ID
MOVE SPACES TO WS-OUT-NAME
STRING "PTNOUT" WS-PTN-CODE(WS-PTN-IDX) ".DAT" DELIMITED BY SIZE INTO WS-OUT-NAME
PERFORM READ-RUN-HEADER
MOVE 'N' TO WS-FROM-GEN
IF WS-FILE-RUN-ID NOT = WS-PTO-EXPECT-ID
    MOVE SPACES TO WS-OUT-NAME
    STRING "CIPH" WS-PTO-EXPECT-ID ".DAT" DELIMITED BY SIZE INTO WS-OUT-NAME
    MOVE 'Y' TO WS-FROM-GEN
    PERFORM READ-RUN-HEADER
END-IF
IF WS-FILE-RUN-ID NOT = WS-PTO-EXPECT-ID
    EXIT PARAGRAPH
END-IF
IF WS-FROM-GEN = 'Y'
    PERFORM PROVE-INPUT-MATCH
    IF WS-INPUT-MATCH NOT = 'Y'
        MOVE 'Y' TO WS-PTN-FAILED
        EXIT PARAGRAPH
    END-IF
END-IF
ADD 1 TO WS-COUNT-PTN-FILES
MOVE SPACES TO LEAK-REPORT-LINE
STRING "PARTNER FILE " WS-OUT-NAME "  RUN " WS-PTO-EXPECT-ID
    DELIMITED BY SIZE INTO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE
OPEN INPUT TRANSACTION-FILE
IF WS-TRANS-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-TRANS-NAME ", file status " WS-TRANS-STATUS
    MOVE 'Y' TO WS-PTN-FAILED
    EXIT PARAGRAPH
END-IF
OPEN INPUT CIPHER-OUT-FILE
IF WS-OUT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-OUT-NAME ", file status " WS-OUT-STATUS
    MOVE 'Y' TO WS-PTN-FAILED
    CLOSE TRANSACTION-FILE
    EXIT PARAGRAPH
END-IF
PERFORM MERGE-DETAILS
CLOSE TRANSACTION-FILE
CLOSE CIPHER-OUT-FILE.

READ-ANSWERS.
*> THE NIGHTRUN DRIVER WRITES LEAKANSW.DAT NAMING THE TRANSACTION
*> FILE THE CIPHER STEP READ, THE SAME WAY IT BRIEFS RECONCILE.
OPEN INPUT ANSWER-FILE
IF WS-ANSW-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
READ ANSWER-FILE
    AT END CONTINUE
    NOT AT END
        MOVE 'Y' TO WS-ANSW-ACTIVE
        IF ANSWER-LINE NOT = SPACES
            MOVE ANSWER-LINE(1:16) TO WS-TRANS-NAME
        END-IF
END-READ
IF WS-ANSW-ACTIVE = 'Y'
    READ ANSWER-FILE
        AT END CONTINUE
        NOT AT END MOVE ANSWER-LINE(1:14) TO WS-WANT-RUN-ID
    END-READ
END-IF
CLOSE ANSWER-FILE.

ASK-RUN.
*> ON DEMAND THE OPERATOR NAMES THE RUN TO SCAN AND THE TRANSACTION
*> FILE IT WAS CUT FROM - THE SCAN NEEDS THE INPUT TO KNOW WHICH
*> DETAILS WERE MEANT TO GO OUT ENCIPHERED.
DISPLAY "Clear-text leak scan. Enter the run ID to scan"
DISPLAY "(blank = the run now on CIPHEROUT.DAT)."
ACCEPT WS-WANT-RUN-ID
DISPLAY "Transaction file the run was cut from (blank = TRANSCLN.DAT)."
MOVE SPACES TO WS-FIELD-IN
ACCEPT WS-FIELD-IN
IF WS-FIELD-IN NOT = SPACES
    MOVE WS-FIELD-IN(1:16) TO WS-TRANS-NAME
END-IF.

CHECK-RUN-ON-FILE.
*> THE HEADER NAMES THE RUN ON THE FILE. A RUN NO LONGER ON
*> CIPHEROUT.DAT IS SCANNED FROM ITS KEPT GENERATION, CIPH<RUN ID>.DAT;
*> FAILING THAT THE REQUEST IS REFUSED RATHER THAN SCANNING THE WRONG
*> TRAFFIC.
MOVE 0 TO RETURN-CODE
PERFORM READ-RUN-HEADER
IF WS-WANT-RUN-ID NOT = SPACES AND WS-WANT-RUN-ID NOT = WS-FILE-RUN-ID
    MOVE SPACES TO WS-OUT-NAME
    STRING "CIPH" WS-WANT-RUN-ID ".DAT" DELIMITED BY SIZE INTO WS-OUT-NAME
    MOVE 'Y' TO WS-FROM-GEN
    PERFORM READ-RUN-HEADER
END-IF
IF WS-OUT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-OUT-NAME ", file status " WS-OUT-STATUS
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF
IF WS-WANT-RUN-ID NOT = SPACES AND WS-WANT-RUN-ID NOT = WS-FILE-RUN-ID
    DISPLAY "Run " WS-WANT-RUN-ID " is not on " WS-OUT-NAME
        " (it holds run " WS-FILE-RUN-ID ")."
    MOVE 8 TO RETURN-CODE
    EXIT PARAGRAPH
END-IF
IF WS-FROM-GEN = 'Y'
    PERFORM PROVE-INPUT-MATCH
    IF WS-INPUT-MATCH NOT = 'Y'
        MOVE 8 TO RETURN-CODE
    END-IF
END-IF.

PROVE-INPUT-MATCH.
*> A KEPT GENERATION MAY BE DAYS OLD WHILE THE TRANSACTION FILE IS
*> TODAY'S, AND SEQUENCE NUMBERS START AGAIN EACH DAY, SO A MERGE OF
*> THE WRONG PAIR WOULD PASS MESSAGES OFF AS EACH OTHER'S. THE FILES
*> BELONG TOGETHER ONLY IF EVERY DETAIL THE TRAILER COUNTS PAIRS WITH
*> A TRANSACTION OF ITS SEQUENCE NUMBER.
MOVE 'N' TO WS-INPUT-MATCH
MOVE 'N' TO WS-HAVE-TRAILER
MOVE 0 TO WS-TRL-DETAILS
MOVE 0 TO WS-COUNT-MATCHED
OPEN INPUT TRANSACTION-FILE
IF WS-TRANS-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-TRANS-NAME ", file status " WS-TRANS-STATUS
    EXIT PARAGRAPH
END-IF
OPEN INPUT CIPHER-OUT-FILE
IF WS-OUT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-OUT-NAME ", file status " WS-OUT-STATUS
    CLOSE TRANSACTION-FILE
    EXIT PARAGRAPH
END-IF
MOVE 'N' TO WS-TRANS-EOF
MOVE 'N' TO WS-OUT-EOF
PERFORM READ-TRANS
PERFORM READ-OUT
PERFORM UNTIL WS-TRANS-EOF = 'Y' OR WS-OUT-EOF = 'Y'
    EVALUATE TRUE
        WHEN TRANS-SEQ = OUT-SEQ
            ADD 1 TO WS-COUNT-MATCHED
            PERFORM READ-TRANS
            PERFORM READ-OUT
        WHEN TRANS-SEQ < OUT-SEQ
            PERFORM READ-TRANS
        WHEN OTHER
            PERFORM READ-OUT
    END-EVALUATE
END-PERFORM
PERFORM READ-OUT UNTIL WS-OUT-EOF = 'Y'
CLOSE TRANSACTION-FILE
CLOSE CIPHER-OUT-FILE
IF WS-HAVE-TRAILER = 'Y' AND WS-COUNT-MATCHED = WS-TRL-DETAILS
    MOVE 'Y' TO WS-INPUT-MATCH
ELSE
    IF WS-HAVE-TRAILER = 'Y'
        DISPLAY "Run " WS-FILE-RUN-ID " on " WS-OUT-NAME ": only " WS-COUNT-MATCHED
            " of " WS-TRL-DETAILS " details pair with " WS-TRANS-NAME " by sequence."
    ELSE
        DISPLAY "Run " WS-FILE-RUN-ID " on " WS-OUT-NAME " has no trailer."
    END-IF
    DISPLAY "It was not cut from " WS-TRANS-NAME "; scan refused. Name the"
        " transaction file the run was cut from."
END-IF.

READ-RUN-HEADER.
MOVE SPACES TO WS-FILE-RUN-ID
OPEN INPUT CIPHER-OUT-FILE
IF WS-OUT-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
READ CIPHER-OUT-FILE
    AT END CONTINUE
    NOT AT END
        IF OUT-REC-TYPE = 'H'
            MOVE HDR-RUN-ID TO WS-FILE-RUN-ID
        END-IF
END-READ
CLOSE CIPHER-OUT-FILE.

READ-TRANS.
READ TRANSACTION-FILE
    AT END MOVE 'Y' TO WS-TRANS-EOF
END-READ.

READ-OUT.
*> ONLY 'D' DETAILS REACH THE MERGE; HEADER AND TRAILER ARE
*> RECONCILE'S BUSINESS, BEYOND THE TRAILER COUNT PROVE-INPUT-MATCH
*> NEEDS.
MOVE 'N' TO WS-OUT-HAVE
PERFORM UNTIL WS-OUT-HAVE = 'Y' OR WS-OUT-EOF = 'Y'
    READ CIPHER-OUT-FILE
        AT END MOVE 'Y' TO WS-OUT-EOF
        NOT AT END
            EVALUATE OUT-REC-TYPE
                WHEN 'D'
                    MOVE 'Y' TO WS-OUT-HAVE
                WHEN 'T'
                    IF TRL-COUNT IS NUMERIC
                        MOVE 'Y' TO WS-HAVE-TRAILER
                        MOVE TRL-COUNT TO WS-TRL-DETAILS
                    END-IF
            END-EVALUATE
    END-READ
END-PERFORM.

SCAN-DETAIL.
*> A CONTINUATION GOES OUT UNDER ITS HEAD'S MODE, SO IT IS SCANNED
*> WHEN ITS HEAD WAS AN 'E', 'K' OR 'P'. DECRYPT-SIDE ('D', 'V') OUTPUT
*> IS MEANT TO BE CLEAR AND SOLVE OUTPUT IS A RECOVERY, SO NEITHER
*> IS A LEAK.
IF TRANS-MODE = 'C'
    MOVE WS-HEAD-MODE TO WS-EFF-MODE
ELSE
    MOVE TRANS-MODE TO WS-EFF-MODE
    MOVE TRANS-MODE TO WS-HEAD-MODE
END-IF
IF WS-EFF-MODE NOT = 'E' AND WS-EFF-MODE NOT = 'K'
    AND WS-EFF-MODE NOT = 'P'
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-COUNT-SCANNED
MOVE 'N' TO WS-SUSPECT
MOVE SPACES TO WS-WHY
MOVE 'N' TO WS-LETTER-SEEN
PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 50
    IF TRANS-TEXT(WS-POS:1) IS ALPHABETIC AND TRANS-TEXT(WS-POS:1) NOT = SPACE
        MOVE 'Y' TO WS-LETTER-SEEN
    END-IF
END-PERFORM
IF WS-LETTER-SEEN = 'Y' AND OUT-TEXT = TRANS-TEXT
    MOVE 'Y' TO WS-SUSPECT
    MOVE "OUTPUT IDENTICAL TO INPUT" TO WS-WHY
END-IF
IF WS-SUSPECT = 'N'
    CALL 'WORDSCORE' USING BY CONTENT OUT-TEXT BY REFERENCE WS-HITS
    IF WS-HITS >= WS-HIT-LIMIT
        MOVE 'Y' TO WS-SUSPECT
        STRING "READABLE - " WS-HITS " COMMON-WORD HITS AT SHIFT 0"
            DELIMITED BY SIZE INTO WS-WHY
    END-IF
END-IF
IF WS-SUSPECT = 'N' AND WS-EFF-MODE NOT = 'P'
    PERFORM CHECK-DIGIT-RUNS
END-IF
IF WS-SUSPECT = 'Y'
    PERFORM REPORT-SUSPECT
END-IF.

CHECK-DIGIT-RUNS.
*> NEITHER CIPHER MOVES A CHARACTER, SO A DIGIT STANDING IN THE SAME
*> PLACE IN INPUT AND OUTPUT WAS NOT ROTATED - A DIGIT FLAG OF 'N',
*> A KEYWORD MODE (WHICH NEVER ROTATES DIGITS), OR A SHIFT THAT IS A
*> MULTIPLE OF TEN. A RUN OF THEM IS AN ACCOUNT NUMBER IN THE CLEAR.
MOVE 0 TO WS-RUN-LEN
PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 50 OR WS-SUSPECT = 'Y'
    IF OUT-TEXT(WS-POS:1) IS NUMERIC
        AND OUT-TEXT(WS-POS:1) = TRANS-TEXT(WS-POS:1)
        ADD 1 TO WS-RUN-LEN
        IF WS-RUN-LEN >= WS-DIGIT-RUN-MIN
            MOVE 'Y' TO WS-SUSPECT
            COMPUTE WS-RUN-START = WS-POS - WS-RUN-LEN + 1
            STRING "UNROTATED DIGIT RUN AT POSITION " WS-RUN-START
                DELIMITED BY SIZE INTO WS-WHY
        END-IF
    ELSE
        MOVE 0 TO WS-RUN-LEN
    END-IF
END-PERFORM.

REPORT-SUSPECT.
ADD 1 TO WS-COUNT-SUSPECT
MOVE SPACES TO LEAK-REPORT-LINE
STRING "SUSPECT  seq " OUT-SEQ " mode " WS-EFF-MODE " - " WS-WHY
    DELIMITED BY SIZE INTO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE
MOVE SPACES TO LEAK-REPORT-LINE
STRING "  output: " OUT-TEXT DELIMITED BY SIZE INTO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE.

WRITE-SUMMARY.
MOVE "----------------------------------------" TO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE
MOVE SPACES TO LEAK-REPORT-LINE
STRING "Enciphered details scanned: " WS-COUNT-SCANNED
    DELIMITED BY SIZE INTO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE
MOVE SPACES TO LEAK-REPORT-LINE
STRING "Partner files scanned:      " WS-COUNT-PTN-FILES
    DELIMITED BY SIZE INTO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE
MOVE SPACES TO LEAK-REPORT-LINE
STRING "Suspect details:            " WS-COUNT-SUSPECT
    DELIMITED BY SIZE INTO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE.

CHECK-SIGNOFF.
*> A RUN SOMEONE HAS REVIEWED AND SIGNED OFF PASSES, BUT ONLY FOR THE
*> SUSPECT COUNT THAT WAS SIGNED - A DIFFERENT COUNT IS A DIFFERENT
*> FILE FROM THE ONE THEY LOOKED AT. THE LAST MATCHING LINE WINS.
MOVE 'N' TO WS-SIGNED-OFF
MOVE 'N' TO WS-SOFF-EOF
OPEN INPUT SIGNOFF-FILE
IF WS-SOFF-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-SOFF-EOF = 'Y'
    READ SIGNOFF-FILE
        AT END MOVE 'Y' TO WS-SOFF-EOF
        NOT AT END
            IF SOFF-RUN-ID = WS-FILE-RUN-ID
                AND SOFF-COUNT = WS-COUNT-SUSPECT
                MOVE 'Y' TO WS-SIGNED-OFF
                MOVE SOFF-OPERATOR TO WS-SIGNED-BY
                MOVE SOFF-DATE TO WS-SIGNED-ON
            END-IF
    END-READ
END-PERFORM
CLOSE SIGNOFF-FILE
IF WS-SIGNED-OFF = 'Y'
    MOVE SPACES TO LEAK-REPORT-LINE
    STRING "SIGNED OFF BY " WS-SIGNED-BY " ON " WS-SIGNED-ON
        " - RUN RELEASED"
        DELIMITED BY SIZE INTO LEAK-REPORT-LINE
    WRITE LEAK-REPORT-LINE
END-IF.

OFFER-SIGNOFF.
*> ONLY AN OPERATOR CARRYING THE BATCH ('B') FLAG MAY RELEASE A HELD
*> RUN. A MISSING AUTHORIZATION FILE GETS THE USUAL GRACE.
DISPLAY WS-COUNT-SUSPECT " suspect detail(s) - see LEAKRPT.PRT."
DISPLAY "Sign this run off for release? (Y/N)"
ACCEPT WS-CHOICE
IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
    EXIT PARAGRAPH
END-IF
DISPLAY "Enter your operator id."
ACCEPT WS-OPERATOR
IF WS-OPERATOR = SPACES
    DISPLAY "An operator id is required to sign a run off."
    EXIT PARAGRAPH
END-IF
PERFORM CHECK-OPERATOR
IF WS-OPR-OK NOT = 'Y'
    DISPLAY "Operator " WS-OPERATOR " may not release batch runs."
    EXIT PARAGRAPH
END-IF
OPEN EXTEND SIGNOFF-FILE
IF WS-SOFF-STATUS = '35'
    OPEN OUTPUT SIGNOFF-FILE
END-IF
IF WS-SOFF-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "LEAKSOFF.DAT" ", file status " WS-SOFF-STATUS
    EXIT PARAGRAPH
END-IF
MOVE SPACES TO SIGNOFF-RECORD
MOVE WS-FILE-RUN-ID TO SOFF-RUN-ID
MOVE WS-OPERATOR TO SOFF-OPERATOR
MOVE WS-TODAY TO SOFF-DATE
MOVE WS-COUNT-SUSPECT TO SOFF-COUNT
WRITE SIGNOFF-RECORD
CLOSE SIGNOFF-FILE
MOVE 'Y' TO WS-SIGNED-OFF
MOVE WS-OPERATOR TO WS-SIGNED-BY
MOVE WS-TODAY TO WS-SIGNED-ON
MOVE SPACES TO LEAK-REPORT-LINE
STRING "SIGNED OFF BY " WS-SIGNED-BY " ON " WS-SIGNED-ON
    " - RUN RELEASED"
    DELIMITED BY SIZE INTO LEAK-REPORT-LINE
WRITE LEAK-REPORT-LINE.

CHECK-OPERATOR.
MOVE 'N' TO WS-OPR-OK
MOVE 'N' TO WS-AUTH-EOF
OPEN INPUT OPERAUTH-FILE
IF WS-AUTH-STATUS = '35'
    DISPLAY "WARNING: no OPERAUTH.DAT on hand - sign-off accepted unchecked."
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

IDENTIFICATION DIVISION.
PROGRAM-ID. WORDSCORE.
*> SCORES A PIECE OF TEXT BY COUNTING HITS AGAINST THE SMALL
*> COMMON-WORD LIST THAT SOLVE HAS ALWAYS USED. COPY OF THE MASTER IN
*> ceasercipher2.cob, KEPT IN STEP WITH IT SO A LEAK IS JUDGED ON THE
*> SAME SCALE AS A RECOVERY. CASE DOES NOT MATTER; THE TEXT IS
*> UPPERCASED BEFORE COUNTING.
DATA DIVISION.
WORKING-STORAGE SECTION.
	01 CANDUPPER PIC X(50).
	01 WORDIDX PIC 99.
	01 WORDCOUNT PIC 99 VALUE 15.
	01 WS-WORDBUF PIC X(6).
	01 WS-WORDLEN PIC 9.
	01 COMMON-WORD-LIST.
		05 FILLER PIC X(6) VALUE 'THE   '.
		05 FILLER PIC X(6) VALUE 'AND   '.
		05 FILLER PIC X(6) VALUE 'FOR   '.
		05 FILLER PIC X(6) VALUE 'ARE   '.
		05 FILLER PIC X(6) VALUE 'THAT  '.
		05 FILLER PIC X(6) VALUE 'WITH  '.
		05 FILLER PIC X(6) VALUE 'HAVE  '.
		05 FILLER PIC X(6) VALUE 'THIS  '.
		05 FILLER PIC X(6) VALUE 'FROM  '.
		05 FILLER PIC X(6) VALUE 'THEY  '.
		05 FILLER PIC X(6) VALUE 'WILL  '.
		05 FILLER PIC X(6) VALUE 'WOULD '.
		05 FILLER PIC X(6) VALUE 'THERE '.
		05 FILLER PIC X(6) VALUE 'THEIR '.
		05 FILLER PIC X(6) VALUE 'WHAT  '.
	01 COMMON-WORD-TABLE REDEFINES COMMON-WORD-LIST.
		05 COMMON-WORD PIC X(6) OCCURS 15 TIMES.
LINKAGE SECTION.
  01 TEXTIN PIC X(50).
  01 HITS PIC 999.
PROCEDURE DIVISION USING TEXTIN HITS.
MOVE TEXTIN TO CANDUPPER
INSPECT CANDUPPER CONVERTING
"abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
COMPUTE HITS = 0
PERFORM VARYING WORDIDX FROM 1 BY 1 UNTIL WORDIDX > WORDCOUNT
	MOVE COMMON-WORD(WORDIDX) TO WS-WORDBUF
	COMPUTE WS-WORDLEN = 0
	INSPECT FUNCTION REVERSE(WS-WORDBUF) TALLYING WS-WORDLEN FOR LEADING SPACES
	COMPUTE WS-WORDLEN = LENGTH OF WS-WORDBUF - WS-WORDLEN
	INSPECT CANDUPPER TALLYING HITS FOR ALL WS-WORDBUF(1:WS-WORDLEN)
END-PERFORM.
EXIT PROGRAM.
END PROGRAM WORDSCORE.
