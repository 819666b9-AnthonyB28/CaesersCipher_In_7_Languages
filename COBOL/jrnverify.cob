IDENTIFICATION DIVISION.
PROGRAM-ID. JRNVERIFY.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. JOURNAL CHAIN VERIFICATION. EVERY
*>            JOURNAL ENTRY NOW CARRIES A RUNNING ENTRY NUMBER AND A
*>            CHAIN VALUE TAKEN OVER THE ENTRY BEFORE IT, AND EVERY
*>            JRNCUTOVR CLOSES WHAT IT ARCHIVED WITH A SEAL LINE. THIS
*>            JOB WALKS THE ACTIVE JOURNAL.DAT, ANY JRNA ARCHIVE
*>            GENERATION, OR SEVERAL GENERATIONS CONCATENATED IN DATE
*>            ORDER (THE CHAIN RUNS ON FROM ONE GENERATION TO THE NEXT,
*>            SO A MISSING DAY SHOWS AS A GAP), RECOMPUTES EVERY LINK
*>            AND REPORTS TO JRNVRFY.PRT:
*>              - THE FIRST BROKEN LINK (AN EDITED OR INSERTED ENTRY),
*>                AND EVERY LATER ONE,
*>              - MISSING LINES (A GAP IN THE ENTRY NUMBERS, OR FEWER
*>                ENTRIES THAN A SEAL OR JRNCHAIN.DAT SAYS WERE WRITTEN),
*>              - ENTRIES OUT OF SEQUENCE OR REPEATED,
*>              - A SEAL WHOSE COUNT, OPENING OR FINAL CHAIN VALUE DOES
*>                NOT MATCH THE ENTRIES IT CLOSES, AND ENTRIES LEFT
*>                AFTER THE LAST SEAL OF AN ARCHIVE.
*>            UNCHAINED LINES AT THE FRONT OF A FILE ARE ENTRIES FROM
*>            BEFORE CHAINING BEGAN; THEY ARE COUNTED, NOT FAULTED. ON
*>            THE ACTIVE JOURNAL THE CHAIN IS STARTED FROM, AND ENDED
*>            AGAINST, JRNCHAIN.DAT. THE RUN ID AND SEQUENCE AT THE
*>            END OF THE LINE ARE PART OF THE ENTRY AND ARE COVERED BY
*>            THE CHAIN LIKE EVERY OTHER FIELD. RETURN-CODE 4 WHEN
*>            ANYTHING IS REPORTED, SO THE CHECK CAN BE SCHEDULED.
*>
*> JOURNAL LINE LAYOUT (AS WRITTEN BY THE JOURNAL SUBPROGRAM IN
*> ceasercipher2.cob): TIMESTAMP (1:21), SUBPROGRAM (23:8), INPUT
*> LENGTH (32:3), KEY TEXT (36:20), DEPARTMENT (57:4), OPERATOR
*> (62:8), ENTRY NUMBER (71:9), CHAIN VALUE (81:12), RUN ID (94:14),
*> SEQUENCE (109:6).
*> SEAL LINE (AS WRITTEN BY JRNCUTOVR): TIMESTAMP (1:21), 'SEAL'
*> (23:8), ENTRY COUNT (32:9), FIRST ENTRY NUMBER (42:9), OPENING
*> CHAIN VALUE (52:12), LAST ENTRY NUMBER (71:9), FINAL CHAIN VALUE
*> (81:12).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT CHAIN-FILE ASSIGN TO "JRNCHAIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHAIN-STATUS.
    SELECT PRINT-FILE ASSIGN TO "JRNVRFY.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).

FD  CHAIN-FILE.
01  CHAIN-RECORD PIC X(54).

FD  PRINT-FILE.
01  PRINT-LINE PIC X(100).

WORKING-STORAGE SECTION.
  01 WS-JOURNAL-STATUS PIC X(2).
  01 WS-CHAIN-STATUS PIC X(2).
  01 WS-PRINT-STATUS PIC X(2).
  01 WS-JOURNAL-NAME PIC X(16).
  01 WS-JOURNAL-EOF PIC X(1) VALUE 'N'.
  01 WS-ACTIVE-MODE PIC X(1) VALUE 'N'.
  01 WS-ANCHOR-FOUND PIC X(1) VALUE 'N'.
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
  01 WS-LINE-NO PIC 9(9) VALUE 0.
  01 WS-ENTRY-NO PIC 9(9).
  01 WS-ENTRY-CHAIN PIC 9(12).
  01 WS-EXPECT-NO PIC 9(9).
  01 WS-GAP PIC 9(9).
*> WHERE THE CHAIN STANDS: THE LAST ENTRY NUMBER AND CHAIN VALUE
*> ACCEPTED, AND WHETHER THEY ARE KNOWN AT ALL. AT THE FRONT OF AN
*> ARCHIVE THEY ARE NOT - THE FIRST ENTRY IS HELD UNTIL THE SEAL SAYS
*> WHAT THE CHAIN OPENED FROM.
  01 WS-PREV-KNOWN PIC X(1) VALUE 'N'.
  01 WS-PREV-NO PIC 9(9) VALUE 0.
  01 WS-PREV-CHAIN PIC 9(12) VALUE 0.
  01 WS-SEG-OPEN-KNOWN PIC X(1) VALUE 'N'.
  01 WS-SEG-OPEN-NO PIC 9(9) VALUE 0.
  01 WS-SEG-OPEN-CHAIN PIC 9(12) VALUE 0.
  01 WS-SEG-COUNT PIC 9(9) VALUE 0.
  01 WS-SEG-GAPS PIC 9(9) VALUE 0.
  01 WS-HELD-FIRST PIC X(1) VALUE 'N'.
  01 WS-HELD-LINE PIC X(114).
  01 WS-HELD-LINE-NO PIC 9(9).
  01 WS-HELD-NO PIC 9(9).
  01 WS-HELD-CHAIN PIC 9(12).
  01 WS-SEEN-CHAINED PIC X(1) VALUE 'N'.
*> SEAL FIELDS, PICKED OFF THE LINE.
  01 WS-SEAL-COUNT PIC 9(9).
  01 WS-SEAL-FIRST-NO PIC 9(9).
  01 WS-SEAL-OPEN-CHAIN PIC 9(12).
  01 WS-SEAL-LAST-NO PIC 9(9).
  01 WS-SEAL-CHAIN PIC 9(12).
  01 WS-SEAL-BAD PIC X(1).
*> CHAIN ARITHMETIC - KEEP IN STEP WITH COMPUTE-CHAIN IN THE JOURNAL
*> SUBPROGRAM.
  01 WS-HASH-LINE PIC X(114).
  01 WS-HASH-PREV PIC 9(12).
  01 WS-CALC-CHAIN PIC 9(12).
  01 WS-CHAIN-POS PIC 999.
  01 WS-CHAIN-SUM PIC 9(9).
  01 WS-COUNT-UNCHAINED PIC 9(9) VALUE 0.
  01 WS-COUNT-ENTRIES PIC 9(9) VALUE 0.
  01 WS-COUNT-SEALS PIC 9(6) VALUE 0.
  01 WS-COUNT-BREAKS PIC 9(6) VALUE 0.
  01 WS-COUNT-MISSING PIC 9(9) VALUE 0.
  01 WS-COUNT-BAD-SEALS PIC 9(6) VALUE 0.
  01 WS-COUNT-EXCEPTIONS PIC 9(6) VALUE 0.
  01 WS-FIRST-EXCEPTION PIC X(100) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-LOGIC.
DISPLAY "Journal file to verify, or blank for the active JOURNAL.DAT."
ACCEPT WS-JOURNAL-NAME
IF WS-JOURNAL-NAME = SPACES
    MOVE "JOURNAL.DAT" TO WS-JOURNAL-NAME
END-IF
IF WS-JOURNAL-NAME = "JOURNAL.DAT"
    MOVE 'Y' TO WS-ACTIVE-MODE
    PERFORM READ-CHAIN-ANCHOR
END-IF
OPEN INPUT JOURNAL-FILE
IF WS-JOURNAL-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-JOURNAL-NAME ", file status " WS-JOURNAL-STATUS
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
OPEN OUTPUT PRINT-FILE
IF WS-PRINT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "JRNVRFY.PRT" ", file status " WS-PRINT-STATUS
    CLOSE JOURNAL-FILE
    MOVE 8 TO RETURN-CODE
    STOP RUN
END-IF
MOVE SPACES TO PRINT-LINE
STRING "JOURNAL CHAIN VERIFICATION OF " WS-JOURNAL-NAME " - "
    FUNCTION CURRENT-DATE(1:8)
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
IF WS-ACTIVE-MODE = 'Y'
    MOVE SPACES TO PRINT-LINE
    IF WS-ANCHOR-FOUND = 'Y'
        STRING "Active journal opens after entry " CHN-OPEN-NO
            ", chain value " CHN-OPEN-CHAIN " (JRNCHAIN.DAT)"
            DELIMITED BY SIZE INTO PRINT-LINE
    ELSE
        MOVE "No JRNCHAIN.DAT on hand - the opening and the end of the active journal cannot be proved."
            TO PRINT-LINE
    END-IF
    WRITE PRINT-LINE
END-IF
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
    READ JOURNAL-FILE
        AT END MOVE 'Y' TO WS-JOURNAL-EOF
        NOT AT END
            ADD 1 TO WS-LINE-NO
            PERFORM CHECK-ONE-LINE
    END-READ
END-PERFORM
CLOSE JOURNAL-FILE
PERFORM CHECK-END-OF-FILE
PERFORM WRITE-SUMMARY
CLOSE PRINT-FILE
IF WS-COUNT-EXCEPTIONS = 0
    DISPLAY "Journal verified: " WS-COUNT-ENTRIES " chained entr(y/ies), "
        WS-COUNT-SEALS " seal(s), no exceptions; see JRNVRFY.PRT."
ELSE
    DISPLAY "JOURNAL FAILED VERIFICATION: " WS-COUNT-EXCEPTIONS
        " exception(s); see JRNVRFY.PRT."
    DISPLAY "First: " WS-FIRST-EXCEPTION
    MOVE 4 TO RETURN-CODE
END-IF
STOP RUN.

READ-CHAIN-ANCHOR.
*> ON THE ACTIVE JOURNAL THE ANCHOR SAYS WHAT THE FIRST ENTRY CHAINS
*> FROM AND WHAT THE LAST ONE WRITTEN SHOULD BE.
MOVE SPACES TO CHAIN-ANCHOR
OPEN INPUT CHAIN-FILE
IF WS-CHAIN-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
READ CHAIN-FILE INTO CHAIN-ANCHOR
    AT END MOVE SPACES TO CHAIN-ANCHOR
END-READ
CLOSE CHAIN-FILE
IF CHN-LAST-NO IS NUMERIC AND CHN-LAST-CHAIN IS NUMERIC
    AND CHN-OPEN-NO IS NUMERIC AND CHN-OPEN-CHAIN IS NUMERIC
    MOVE 'Y' TO WS-ANCHOR-FOUND
    MOVE 'Y' TO WS-PREV-KNOWN
    MOVE CHN-OPEN-NO TO WS-PREV-NO
    MOVE CHN-OPEN-CHAIN TO WS-PREV-CHAIN
    MOVE 'Y' TO WS-SEG-OPEN-KNOWN
    MOVE CHN-OPEN-NO TO WS-SEG-OPEN-NO
    MOVE CHN-OPEN-CHAIN TO WS-SEG-OPEN-CHAIN
END-IF.

CHECK-ONE-LINE.
IF JOURNAL-LINE(23:8) = 'SEAL'
    PERFORM CHECK-SEAL
    EXIT PARAGRAPH
END-IF
IF JOURNAL-LINE(71:9) IS NUMERIC AND JOURNAL-LINE(81:12) IS NUMERIC
    PERFORM CHECK-ENTRY
    EXIT PARAGRAPH
END-IF
*> NO CHAIN FIELDS. AHEAD OF THE FIRST CHAINED ENTRY THAT IS HISTORY;
*> ANYWHERE AFTER IT, SOMETHING WAS WRITTEN BY HAND.
IF WS-SEEN-CHAINED = 'N'
    ADD 1 TO WS-COUNT-UNCHAINED
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-COUNT-BREAKS
MOVE SPACES TO PRINT-LINE
STRING "UNCHAINED    line " WS-LINE-NO
    " carries no entry number or chain value after chaining began"
    DELIMITED BY SIZE INTO PRINT-LINE
PERFORM NOTE-EXCEPTION.

CHECK-ENTRY.
MOVE 'Y' TO WS-SEEN-CHAINED
ADD 1 TO WS-COUNT-ENTRIES
ADD 1 TO WS-SEG-COUNT
MOVE JOURNAL-LINE(71:9) TO WS-ENTRY-NO
MOVE JOURNAL-LINE(81:12) TO WS-ENTRY-CHAIN
IF WS-PREV-KNOWN = 'N'
    MOVE 'Y' TO WS-HELD-FIRST
    MOVE JOURNAL-LINE TO WS-HELD-LINE
    MOVE WS-LINE-NO TO WS-HELD-LINE-NO
    MOVE WS-ENTRY-NO TO WS-HELD-NO
    MOVE WS-ENTRY-CHAIN TO WS-HELD-CHAIN
    PERFORM ACCEPT-ENTRY
    EXIT PARAGRAPH
END-IF
COMPUTE WS-EXPECT-NO = WS-PREV-NO + 1
EVALUATE TRUE
    WHEN WS-ENTRY-NO > WS-EXPECT-NO
        COMPUTE WS-GAP = WS-ENTRY-NO - WS-EXPECT-NO
        ADD WS-GAP TO WS-COUNT-MISSING
        ADD WS-GAP TO WS-SEG-GAPS
        MOVE SPACES TO PRINT-LINE
        STRING "MISSING      " WS-GAP " entr(y/ies) from number "
            WS-EXPECT-NO " not found before line " WS-LINE-NO
            DELIMITED BY SIZE INTO PRINT-LINE
        PERFORM NOTE-EXCEPTION
    WHEN WS-ENTRY-NO < WS-EXPECT-NO
        ADD 1 TO WS-COUNT-BREAKS
        MOVE SPACES TO PRINT-LINE
        STRING "SEQUENCE     line " WS-LINE-NO " entry " WS-ENTRY-NO
            " repeated or out of order (expected " WS-EXPECT-NO ")"
            DELIMITED BY SIZE INTO PRINT-LINE
        PERFORM NOTE-EXCEPTION
    WHEN OTHER
        MOVE JOURNAL-LINE TO WS-HASH-LINE
        MOVE WS-PREV-CHAIN TO WS-HASH-PREV
        PERFORM COMPUTE-CHAIN
        IF WS-CALC-CHAIN NOT = WS-ENTRY-CHAIN
            ADD 1 TO WS-COUNT-BREAKS
            MOVE SPACES TO PRINT-LINE
            STRING "BROKEN LINK  line " WS-LINE-NO " entry " WS-ENTRY-NO
                " chain value " WS-ENTRY-CHAIN " should be " WS-CALC-CHAIN
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM NOTE-EXCEPTION
        END-IF
END-EVALUATE
PERFORM ACCEPT-ENTRY.

ACCEPT-ENTRY.
*> THE CHAIN CARRIES ON FROM THE VALUE THE ENTRY STATES, SO ONE
*> EDITED LINE IS REPORTED ONCE AND THE REST OF THE FILE IS STILL
*> CHECKED.
MOVE 'Y' TO WS-PREV-KNOWN
MOVE WS-ENTRY-NO TO WS-PREV-NO
MOVE WS-ENTRY-CHAIN TO WS-PREV-CHAIN.

CHECK-SEAL.
MOVE 'Y' TO WS-SEEN-CHAINED
ADD 1 TO WS-COUNT-SEALS
MOVE 'N' TO WS-SEAL-BAD
IF JOURNAL-LINE(32:9) IS NOT NUMERIC OR JOURNAL-LINE(42:9) IS NOT NUMERIC
    OR JOURNAL-LINE(52:12) IS NOT NUMERIC OR JOURNAL-LINE(71:9) IS NOT NUMERIC
    OR JOURNAL-LINE(81:12) IS NOT NUMERIC
    ADD 1 TO WS-COUNT-BAD-SEALS
    MOVE SPACES TO PRINT-LINE
    STRING "BAD SEAL     line " WS-LINE-NO
        " seal fields are not numeric; the chain restarts after it"
        DELIMITED BY SIZE INTO PRINT-LINE
    PERFORM NOTE-EXCEPTION
    PERFORM START-NEW-SEGMENT
    MOVE 'N' TO WS-PREV-KNOWN
    MOVE 'N' TO WS-SEG-OPEN-KNOWN
    EXIT PARAGRAPH
END-IF
MOVE JOURNAL-LINE(32:9) TO WS-SEAL-COUNT
MOVE JOURNAL-LINE(42:9) TO WS-SEAL-FIRST-NO
MOVE JOURNAL-LINE(52:12) TO WS-SEAL-OPEN-CHAIN
MOVE JOURNAL-LINE(71:9) TO WS-SEAL-LAST-NO
MOVE JOURNAL-LINE(81:12) TO WS-SEAL-CHAIN
*> THE OPENING: EITHER THE HELD FIRST ENTRY MUST CHAIN FROM THE
*> SEAL'S OPENING VALUE, OR THE CHAIN THIS SEGMENT STARTED FROM MUST
*> BE THE ONE THE SEAL RECORDS.
IF WS-HELD-FIRST = 'Y'
    MOVE WS-HELD-LINE TO WS-HASH-LINE
    MOVE WS-SEAL-OPEN-CHAIN TO WS-HASH-PREV
    PERFORM COMPUTE-CHAIN
    IF WS-HELD-NO NOT = WS-SEAL-FIRST-NO
        MOVE 'Y' TO WS-SEAL-BAD
        MOVE SPACES TO PRINT-LINE
        STRING "SEAL         line " WS-LINE-NO " opens at entry "
            WS-SEAL-FIRST-NO ", first found " WS-HELD-NO
            " at line " WS-HELD-LINE-NO
            DELIMITED BY SIZE INTO PRINT-LINE
        PERFORM NOTE-EXCEPTION
    ELSE
        IF WS-CALC-CHAIN NOT = WS-HELD-CHAIN
            ADD 1 TO WS-COUNT-BREAKS
            MOVE SPACES TO PRINT-LINE
            STRING "BROKEN LINK  line " WS-HELD-LINE-NO " entry " WS-HELD-NO
                " chain value " WS-HELD-CHAIN " should be " WS-CALC-CHAIN
                DELIMITED BY SIZE INTO PRINT-LINE
            PERFORM NOTE-EXCEPTION
        END-IF
    END-IF
ELSE
    IF WS-SEG-OPEN-KNOWN = 'Y'
        AND (WS-SEAL-OPEN-CHAIN NOT = WS-SEG-OPEN-CHAIN
             OR WS-SEAL-FIRST-NO NOT = WS-SEG-OPEN-NO + 1)
        MOVE 'Y' TO WS-SEAL-BAD
        MOVE SPACES TO PRINT-LINE
        STRING "SEAL         line " WS-LINE-NO " opens at entry "
            WS-SEAL-FIRST-NO " from chain value " WS-SEAL-OPEN-CHAIN
            DELIMITED BY SIZE INTO PRINT-LINE
        PERFORM NOTE-EXCEPTION
        MOVE SPACES TO PRINT-LINE
        STRING "             but the chain stood at entry " WS-SEG-OPEN-NO
            ", chain value " WS-SEG-OPEN-CHAIN
            DELIMITED BY SIZE INTO PRINT-LINE
        WRITE PRINT-LINE
    END-IF
END-IF
*> THE CLOSE: COUNT, LAST ENTRY NUMBER AND FINAL CHAIN VALUE.
IF WS-SEAL-COUNT NOT = WS-SEG-COUNT
    MOVE 'Y' TO WS-SEAL-BAD
*> A SHORTFALL ALREADY REPORTED AS A GAP IN THE NUMBERS IS NOT
*> COUNTED TWICE.
    IF WS-SEAL-COUNT > WS-SEG-COUNT + WS-SEG-GAPS
        COMPUTE WS-GAP = WS-SEAL-COUNT - WS-SEG-COUNT - WS-SEG-GAPS
        ADD WS-GAP TO WS-COUNT-MISSING
    END-IF
    MOVE SPACES TO PRINT-LINE
    STRING "SEAL         line " WS-LINE-NO " seals " WS-SEAL-COUNT
        " entr(y/ies) but " WS-SEG-COUNT " were found"
        DELIMITED BY SIZE INTO PRINT-LINE
    PERFORM NOTE-EXCEPTION
END-IF
IF WS-SEAL-COUNT > 0 AND WS-PREV-KNOWN = 'Y'
    AND (WS-SEAL-LAST-NO NOT = WS-PREV-NO OR WS-SEAL-CHAIN NOT = WS-PREV-CHAIN)
    MOVE 'Y' TO WS-SEAL-BAD
    MOVE SPACES TO PRINT-LINE
    STRING "SEAL         line " WS-LINE-NO " closes at entry " WS-SEAL-LAST-NO
        ", chain value " WS-SEAL-CHAIN
        DELIMITED BY SIZE INTO PRINT-LINE
    PERFORM NOTE-EXCEPTION
    MOVE SPACES TO PRINT-LINE
    STRING "             but the last entry found is " WS-PREV-NO
        ", chain value " WS-PREV-CHAIN
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
END-IF
IF WS-SEAL-BAD = 'Y'
    ADD 1 TO WS-COUNT-BAD-SEALS
END-IF
*> WHATEVER WAS FOUND, THE NEXT SEGMENT IS CHECKED AGAINST WHAT THIS
*> SEAL SAYS THE WRITERS LEFT, SO ONE BAD DAY DOES NOT FAULT THE NEXT.
PERFORM START-NEW-SEGMENT
MOVE 'Y' TO WS-PREV-KNOWN
MOVE WS-SEAL-LAST-NO TO WS-PREV-NO
MOVE WS-SEAL-CHAIN TO WS-PREV-CHAIN
MOVE 'Y' TO WS-SEG-OPEN-KNOWN
MOVE WS-SEAL-LAST-NO TO WS-SEG-OPEN-NO
MOVE WS-SEAL-CHAIN TO WS-SEG-OPEN-CHAIN.

START-NEW-SEGMENT.
MOVE 0 TO WS-SEG-COUNT
MOVE 0 TO WS-SEG-GAPS
MOVE 'N' TO WS-HELD-FIRST.

CHECK-END-OF-FILE.
IF WS-ACTIVE-MODE = 'Y'
    PERFORM CHECK-ACTIVE-END
    EXIT PARAGRAPH
END-IF
*> AN ARCHIVE MUST END ON A SEAL. ONE WITH NO CHAINED ENTRIES AND NO
*> SEAL AT ALL WAS CUT BEFORE CHAINING BEGAN AND CANNOT BE PROVED.
IF WS-SEEN-CHAINED = 'N'
    MOVE SPACES TO PRINT-LINE
    STRING "Generation holds " WS-COUNT-UNCHAINED
        " entr(y/ies) from before chaining and no seal; nothing to verify."
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    EXIT PARAGRAPH
END-IF
IF WS-SEG-COUNT > 0
    MOVE SPACES TO PRINT-LINE
    STRING "UNSEALED     " WS-SEG-COUNT
        " entr(y/ies) after the last seal; the generation was not closed by JRNCUTOVR"
        DELIMITED BY SIZE INTO PRINT-LINE
    PERFORM NOTE-EXCEPTION
    IF WS-HELD-FIRST = 'Y'
        MOVE SPACES TO PRINT-LINE
        STRING "             the link into entry " WS-HELD-NO
            " at line " WS-HELD-LINE-NO " cannot be checked without a seal"
            DELIMITED BY SIZE INTO PRINT-LINE
        WRITE PRINT-LINE
    END-IF
END-IF.

CHECK-ACTIVE-END.
*> THE ANCHOR IS UPDATED WITH EVERY ENTRY WRITTEN, SO THE JOURNAL
*> MUST END EXACTLY WHERE THE ANCHOR SAYS. ENTRIES THE ANCHOR KNOWS
*> OF THAT ARE NOT ON FILE WERE REMOVED FROM THE END.
IF WS-ANCHOR-FOUND NOT = 'Y'
    EXIT PARAGRAPH
END-IF
EVALUATE TRUE
    WHEN CHN-LAST-NO > WS-PREV-NO
        COMPUTE WS-GAP = CHN-LAST-NO - WS-PREV-NO
        ADD WS-GAP TO WS-COUNT-MISSING
        MOVE SPACES TO PRINT-LINE
        STRING "MISSING      " WS-GAP " entr(y/ies) after entry " WS-PREV-NO
            "; JRNCHAIN.DAT shows " CHN-LAST-NO " written"
            DELIMITED BY SIZE INTO PRINT-LINE
        PERFORM NOTE-EXCEPTION
    WHEN CHN-LAST-NO < WS-PREV-NO
        MOVE SPACES TO PRINT-LINE
        STRING "SEQUENCE     journal runs to entry " WS-PREV-NO
            "; JRNCHAIN.DAT shows " CHN-LAST-NO " written"
            DELIMITED BY SIZE INTO PRINT-LINE
        PERFORM NOTE-EXCEPTION
    WHEN CHN-LAST-CHAIN NOT = WS-PREV-CHAIN
        MOVE SPACES TO PRINT-LINE
        STRING "BROKEN LINK  last entry " WS-PREV-NO " chain value "
            WS-PREV-CHAIN "; JRNCHAIN.DAT holds " CHN-LAST-CHAIN
            DELIMITED BY SIZE INTO PRINT-LINE
        PERFORM NOTE-EXCEPTION
    WHEN OTHER
        CONTINUE
END-EVALUATE.

COMPUTE-CHAIN.
*> SAME ARITHMETIC AS THE JOURNAL SUBPROGRAM: THE PREVIOUS CHAIN
*> VALUE CARRIED FORWARD, FOLDED WITH A POSITION-WEIGHTED SUM OF EVERY
*> NON-BLANK BYTE OF THE LINE WITH ITS OWN CHAIN FIELD BLANKED.
MOVE SPACES TO WS-HASH-LINE(81:12)
MOVE 0 TO WS-CHAIN-SUM
PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
        UNTIL WS-CHAIN-POS > LENGTH OF WS-HASH-LINE
    IF WS-HASH-LINE(WS-CHAIN-POS:1) NOT = SPACE
        COMPUTE WS-CHAIN-SUM = WS-CHAIN-SUM
            + FUNCTION ORD(WS-HASH-LINE(WS-CHAIN-POS:1)) * WS-CHAIN-POS
    END-IF
END-PERFORM
COMPUTE WS-CALC-CHAIN = FUNCTION MOD(
    WS-HASH-PREV * 7919 + WS-CHAIN-SUM, 999999999989).

NOTE-EXCEPTION.
ADD 1 TO WS-COUNT-EXCEPTIONS
IF WS-COUNT-EXCEPTIONS = 1
    MOVE PRINT-LINE TO WS-FIRST-EXCEPTION
END-IF
WRITE PRINT-LINE.

WRITE-SUMMARY.
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Lines read:            " WS-LINE-NO DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Entries before chaining: " WS-COUNT-UNCHAINED DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Chained entries:       " WS-COUNT-ENTRIES DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Seals:                 " WS-COUNT-SEALS DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Broken links:          " WS-COUNT-BREAKS DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Entries missing:       " WS-COUNT-MISSING DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
STRING "Seals not matching:    " WS-COUNT-BAD-SEALS DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
IF WS-COUNT-EXCEPTIONS = 0
    MOVE "RESULT: CHAIN INTACT" TO PRINT-LINE
ELSE
    STRING "RESULT: " WS-COUNT-EXCEPTIONS " EXCEPTION(S) - FIRST: "
        DELIMITED BY SIZE INTO PRINT-LINE
    WRITE PRINT-LINE
    MOVE WS-FIRST-EXCEPTION TO PRINT-LINE
END-IF
WRITE PRINT-LINE.
