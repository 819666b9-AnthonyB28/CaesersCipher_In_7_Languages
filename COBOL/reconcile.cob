INSTALLATION. XYZ.
DATE-WRITTEN. 26/8/21.
*> MAINTENANCE LOG
*> 26/10/15 - PARTNER TRAFFIC. A PARTNER-MODE ('P') MESSAGE THE BATCH
*>            ROUTED TO A PARTNER IS NOT ON CIPHEROUT.DAT, SO THE MAIN
*>            MERGE NO LONGER CALLS IT MISSING; ONE THE BATCH COULD NOT
*>            ROUTE WENT OUT ON CIPHEROUT.DAT VERBATIM AS 'U' AND IS
*>            CHECKED THERE LIKE ANY OTHER UNKNOWN MODE. A SECOND PASS
*>            THEN TAKES EACH PARTNER WITH ROUTED TRAFFIC IN TURN: IT
*>            OPENS PTNOUT<PARTNER>.DAT, CONFIRMS THE HEADER CARRIES
*>            THAT PARTNER'S RUN ID FOR THIS RUN (PARTNER ID THEN THE
*>            MAIN RUN'S YYMMDDHHMM), RESOLVES THE PARTNER'S KEY THROUGH
*>            PARTNERS.DAT AND KEYNAMES.DAT (KEYLOOKUP COPY BELOW) THE
*>            SAME WAY THE BATCH DID, MERGES THE PARTNER'S TRANSACTIONS
*>            AGAINST THE FILE, ROUND-TRIPS EVERY DETAIL WITH THAT KEY
*>            AND PROVES THE FILE'S OWN TRAILER TOTALS. A MISSING
*>            PARTNER FILE OR AN UNRESOLVABLE PARTNER KEY IS A CONTROL
*>            FAILURE.
*> 26/9/2  - CALLABLE FROM THE NIGHTRUN DRIVER: THE TRANSACTION SIDE
*>           OF THE MERGE IS NOW A DYNAMIC FILE NAME - AN ANSWERS
*>           FILE RECOANSW.DAT (LINE 1 = TRANSACTION FILE NAME) NAMES
    SELECT EXCEPTION-FILE ASSIGN TO "RECONEXC.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXC-STATUS.
    SELECT PARTNER-OUT-FILE ASSIGN TO DYNAMIC WS-PTO-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTO-STATUS.
    SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTN-STATUS.

DATA DIVISION.
FILE SECTION.
    05 TRL-COUNT      PIC 9(9).
    05 TRL-SEQ-HASH   PIC 9(12).

FD  PARTNER-OUT-FILE.
01  PTO-RECORD.
    05 PTO-REC-TYPE   PIC X(1).
    05 PTO-SEQ        PIC 9(6).
    05 PTO-TEXT       PIC X(50).
    05 PTO-STATUS     PIC X(1).
    05 PTO-SOLVE-SHIFT PIC X(3).
    05 PTO-SOLVE-HITS PIC X(3).
01  PTO-HEADER-RECORD.
    05 PTO-HDR-TYPE   PIC X(1).
    05 PTO-RUN-DATE   PIC X(8).
    05 PTO-RUN-ID     PIC X(14).
01  PTO-TRAILER-RECORD.
    05 PTO-TRL-TYPE   PIC X(1).
    05 PTO-COUNT      PIC 9(9).
    05 PTO-SEQ-HASH   PIC 9(12).

FD  PARTNER-FILE.
01  PARTNER-RECORD.
    05 PTN-ID      PIC X(4).
    05 FILLER      PIC X(1).
    05 PTN-KEYTYPE PIC X(1).
    05 FILLER      PIC X(1).
    05 PTN-KEYNAME PIC X(20).
    05 FILLER      PIC X(1).
    05 PTN-STATUS  PIC X(1).

FD  EXCEPTION-FILE.
01  EXCEPTION-LINE PIC X(100).

  01 WS-HEAD-KEYWORD PIC X(20).
  01 WS-HEAD-DIGIT-FLAG PIC X(1).
  01 WS-KW-POS PIC 9(3).
  01 WS-MAIN-RUN-ID PIC X(14) VALUE SPACES.
  01 WS-READ-HEAD-MODE PIC X(1).
  01 WS-READ-HEAD-PARTNER PIC X(4).
  01 WS-ROUTED PIC X(1).
  01 WS-PTO-NAME PIC X(16).
  01 WS-PTO-STATUS PIC X(2).
  01 WS-PTO-EOF PIC X(1).
  01 WS-PTO-HAVE PIC X(1).
  01 WS-PTO-EXPECT-ID PIC X(14).
  01 WS-PTN-STATUS PIC X(2).
  01 WS-PTN-EOF PIC X(1).
  01 WS-PTN-FOUND PIC X(1).
  01 WS-PTN-KEY-MODE PIC X(1).
  01 WS-PTN-KEYWORD PIC X(20).
  01 WS-PTN-SHIFT PIC S99.
  01 WS-PTN-LOOKUP-FOUND PIC X(1).
  01 WS-PTN-KEY-READY PIC X(1).
  01 WS-PTN-TRANS-HAVE PIC X(1).
  01 WS-PTN-IDX PIC 9(3).
  01 WS-PTN-SCAN PIC 9(3).
  01 WS-PTN-CUR PIC 9(3).
  01 WS-MAINP-IDX PIC 9(4).
  01 WS-MAINP-HIT PIC X(1).
*> PARTNERS WITH TRAFFIC ROUTED OFF CIPHEROUT.DAT, AND HOW MANY
*> RECORDS EACH IS OWED, GATHERED DURING THE MAIN MERGE.
  01 WS-RTE-COUNT PIC 9(3) VALUE 0.
  01 WS-RTE-TABLE.
      05 WS-RTE-ENTRY OCCURS 100 TIMES.
          10 WS-RTE-CODE    PIC X(4).
          10 WS-RTE-RECORDS PIC 9(6).
*> SEQUENCES OF PARTNER-MODE MESSAGES THE BATCH COULD NOT ROUTE AND
*> LEFT ON CIPHEROUT.DAT, SO THE PARTNER PASS DOES NOT ALSO EXPECT
*> THEM ON A PARTNER FILE.
  01 WS-MAINP-COUNT PIC 9(4) VALUE 0.
  01 WS-MAINP-TABLE.
      05 WS-MAINP-SEQ PIC 9(6) OCCURS 1000 TIMES.

PROCEDURE DIVISION.
MAIN-LOGIC.
            PERFORM REPORT-EXTRA
            PERFORM READ-OUT
        WHEN WS-OUT-EOF = 'Y'
            PERFORM NOTE-MISSING
            PERFORM READ-TRANS
        WHEN TRANS-SEQ = OUT-SEQ
            PERFORM CHECK-ROUND-TRIP
            PERFORM READ-TRANS
            PERFORM READ-OUT
        WHEN TRANS-SEQ < OUT-SEQ
            PERFORM NOTE-MISSING
            PERFORM READ-TRANS
        WHEN OTHER
            PERFORM REPORT-EXTRA
CLOSE TRANSACTION-FILE
CLOSE CIPHER-OUT-FILE
PERFORM CHECK-CONTROL-TOTALS
PERFORM VARYING WS-PTN-CUR FROM 1 BY 1 UNTIL WS-PTN-CUR > WS-RTE-COUNT
    PERFORM RECONCILE-PARTNER
END-PERFORM
PERFORM WRITE-SUMMARY
CLOSE EXCEPTION-FILE
DISPLAY "Reconciliation complete: " WS-COUNT-CHECKED " checked, "
    WS-COUNT-CONTROL " control failure(s)."
IF WS-COUNT-MISMATCH > 0 OR WS-COUNT-MISSING > 0 OR WS-COUNT-EXTRA > 0
    OR WS-COUNT-CONTROL > 0
    DISPLAY "Exceptions found - hold CIPHEROUT.DAT and the partner files;"
        " review RECONEXC.PRT."
    MOVE 4 TO RETURN-CODE
ELSE
    DISPLAY "All records round-trip cleanly; the file may be released."
END-IF.

READ-TRANS.
*> THE HEAD'S MODE AND PARTNER ARE KEPT AS EACH RECORD IS READ, SO A
*> CONTINUATION KNOWS WHETHER IT BELONGS TO A PARTNER-MODE MESSAGE.
READ TRANSACTION-FILE
    AT END MOVE 'Y' TO WS-TRANS-EOF
    NOT AT END
        IF TRANS-MODE NOT = 'C'
            MOVE TRANS-MODE TO WS-READ-HEAD-MODE
            MOVE TRANS-KEYWORD(1:4) TO WS-READ-HEAD-PARTNER
        END-IF
        IF TRANS-MODE = 'P' OR (TRANS-MODE = 'C' AND WS-READ-HEAD-MODE = 'P')
            MOVE 'Y' TO WS-ROUTED
        ELSE
            MOVE 'N' TO WS-ROUTED
        END-IF
END-READ.

NOTE-MISSING.
*> A PARTNER-MODE RECORD ABSENT FROM CIPHEROUT.DAT IS EXPECTED ON ITS
*> PARTNER'S FILE INSTEAD; IT IS TALLIED AGAINST THAT PARTNER FOR THE
*> PARTNER PASS RATHER THAN REPORTED MISSING HERE.
IF WS-ROUTED NOT = 'Y'
    PERFORM REPORT-MISSING
    EXIT PARAGRAPH
END-IF
MOVE 0 TO WS-PTN-IDX
PERFORM VARYING WS-PTN-SCAN FROM 1 BY 1 UNTIL WS-PTN-SCAN > WS-RTE-COUNT
    IF WS-RTE-CODE(WS-PTN-SCAN) = WS-READ-HEAD-PARTNER
        MOVE WS-PTN-SCAN TO WS-PTN-IDX
    END-IF
END-PERFORM
IF WS-PTN-IDX = 0
    IF WS-RTE-COUNT < 100
        ADD 1 TO WS-RTE-COUNT
        MOVE WS-RTE-COUNT TO WS-PTN-IDX
        MOVE WS-READ-HEAD-PARTNER TO WS-RTE-CODE(WS-PTN-IDX)
        MOVE 0 TO WS-RTE-RECORDS(WS-PTN-IDX)
    ELSE
        PERFORM REPORT-MISSING
        EXIT PARAGRAPH
    END-IF
END-IF
ADD 1 TO WS-RTE-RECORDS(WS-PTN-IDX).

READ-OUT.
*> DELIVERS THE NEXT 'D' DETAIL RECORD TO THE MERGE. HEADER AND
*> TRAILER RECORDS ARE CONSUMED HERE: THE HEADER IS NOTED ON THE
                    MOVE 'Y' TO WS-OUT-HAVE
                WHEN 'H'
                    MOVE 'Y' TO WS-SAW-HEADER
                    MOVE HDR-RUN-ID TO WS-MAIN-RUN-ID
                    MOVE SPACES TO EXCEPTION-LINE
                    STRING "RUN " HDR-RUN-ID " DATED " HDR-RUN-DATE
                        DELIMITED BY SIZE INTO EXCEPTION-LINE
*> BATCH ENCIPHERED THE MESSAGE ACROSS ITS 50-BYTE BOUNDARIES.
ADD 1 TO WS-COUNT-CHECKED
MOVE OUT-TEXT TO WS-ROUND-TRIP
IF WS-ROUTED = 'Y' AND WS-MAINP-COUNT < 1000
    ADD 1 TO WS-MAINP-COUNT
    MOVE TRANS-SEQ TO WS-MAINP-SEQ(WS-MAINP-COUNT)
END-IF
IF TRANS-MODE = 'C'
    MOVE WS-HEAD-MODE TO WS-EFF-MODE
ELSE
    WHEN OTHER
        CONTINUE
END-EVALUATE
PERFORM COMPARE-ROUND-TRIP.

COMPARE-ROUND-TRIP.
IF WS-ROUND-TRIP = TRANS-TEXT
    ADD 1 TO WS-COUNT-MATCHED
ELSE
    WRITE EXCEPTION-LINE
END-IF.

RECONCILE-PARTNER.
*> ONE PARTNER'S FILE AGAINST THAT PARTNER'S TRANSACTIONS. THE
*> TRANSACTION FILE IS READ AGAIN FROM THE TOP AND ONLY THIS
*> PARTNER'S MESSAGES (LESS ANY LEFT ON CIPHEROUT.DAT) TAKE PART, SO
*> THE MERGE IS THE SAME SIDE-BY-SIDE WALK AS THE MAIN ONE.
MOVE SPACES TO WS-PTO-NAME
STRING "PTNOUT" WS-RTE-CODE(WS-PTN-CUR) ".DAT" DELIMITED BY SIZE INTO WS-PTO-NAME
MOVE "----------------------------------------" TO EXCEPTION-LINE
WRITE EXCEPTION-LINE
MOVE SPACES TO EXCEPTION-LINE
STRING "PARTNER " WS-RTE-CODE(WS-PTN-CUR) " FILE " WS-PTO-NAME
    " - " WS-RTE-RECORDS(WS-PTN-CUR) " record(s) expected"
    DELIMITED BY SIZE INTO EXCEPTION-LINE
WRITE EXCEPTION-LINE
PERFORM RESOLVE-PARTNER-KEY
OPEN INPUT PARTNER-OUT-FILE
IF WS-PTO-STATUS NOT = '00'
    ADD 1 TO WS-COUNT-CONTROL
    ADD WS-RTE-RECORDS(WS-PTN-CUR) TO WS-COUNT-MISSING
    MOVE SPACES TO EXCEPTION-LINE
    STRING "NO PARTNER FILE " WS-PTO-NAME " (file status " WS-PTO-STATUS
        "); its records are all missing"
        DELIMITED BY SIZE INTO EXCEPTION-LINE
    WRITE EXCEPTION-LINE
    EXIT PARAGRAPH
END-IF
OPEN INPUT TRANSACTION-FILE
IF WS-TRANS-STATUS NOT = '00'
    DISPLAY "ERROR: unable to reopen " WS-TRANS-NAME ", file status " WS-TRANS-STATUS
    MOVE 8 TO RETURN-CODE
    CLOSE PARTNER-OUT-FILE
    EXIT PARAGRAPH
END-IF
MOVE SPACES TO WS-PTO-EXPECT-ID
IF WS-MAIN-RUN-ID NOT = SPACES
    STRING WS-RTE-CODE(WS-PTN-CUR) WS-MAIN-RUN-ID(3:10)
        DELIMITED BY SIZE INTO WS-PTO-EXPECT-ID
END-IF
MOVE 'N' TO WS-TRANS-EOF
MOVE 'N' TO WS-PTO-EOF
MOVE 'N' TO WS-SAW-HEADER
MOVE 'N' TO WS-SAW-TRAILER
MOVE 0 TO WS-ACT-COUNT
MOVE 0 TO WS-ACT-HASH
PERFORM READ-PARTNER-TRANS
PERFORM READ-PTO
PERFORM UNTIL WS-TRANS-EOF = 'Y' AND WS-PTO-EOF = 'Y'
    EVALUATE TRUE
        WHEN WS-TRANS-EOF = 'Y'
            PERFORM REPORT-PARTNER-EXTRA
            PERFORM READ-PTO
        WHEN WS-PTO-EOF = 'Y'
            PERFORM REPORT-MISSING
            PERFORM READ-PARTNER-TRANS
        WHEN TRANS-SEQ = PTO-SEQ
            PERFORM CHECK-PARTNER-ROUND-TRIP
            PERFORM READ-PARTNER-TRANS
            PERFORM READ-PTO
        WHEN TRANS-SEQ < PTO-SEQ
            PERFORM REPORT-MISSING
            PERFORM READ-PARTNER-TRANS
        WHEN OTHER
            PERFORM REPORT-PARTNER-EXTRA
            PERFORM READ-PTO
    END-EVALUATE
END-PERFORM
CLOSE TRANSACTION-FILE
CLOSE PARTNER-OUT-FILE
PERFORM CHECK-CONTROL-TOTALS.

RESOLVE-PARTNER-KEY.
*> THE SAME RESOLUTION THE BATCH MADE: 'N' A NAMED KEY ON KEYNAMES.DAT,
*> 'K' THE KEYWORD ITSELF. THE PARTNER'S STATUS DOES NOT MATTER HERE -
*> WHAT WAS SENT IS VERIFIED WITH THE KEY IT WAS SENT UNDER.
MOVE 'N' TO WS-PTN-KEY-READY
MOVE 'N' TO WS-PTN-FOUND
MOVE 'N' TO WS-PTN-EOF
MOVE SPACE TO WS-PTN-KEY-MODE
OPEN INPUT PARTNER-FILE
IF WS-PTN-STATUS = '00'
    PERFORM UNTIL WS-PTN-EOF = 'Y' OR WS-PTN-FOUND = 'Y'
        READ PARTNER-FILE
            AT END MOVE 'Y' TO WS-PTN-EOF
            NOT AT END
                IF PTN-ID = WS-RTE-CODE(WS-PTN-CUR)
                    MOVE 'Y' TO WS-PTN-FOUND
                    MOVE PTN-KEYTYPE TO WS-PTN-KEY-MODE
                    MOVE PTN-KEYNAME TO WS-PTN-KEYWORD
                END-IF
        END-READ
    END-PERFORM
    CLOSE PARTNER-FILE
END-IF
EVALUATE TRUE
    WHEN WS-PTN-FOUND NOT = 'Y'
        CONTINUE
    WHEN WS-PTN-KEY-MODE = 'N'
        CALL 'KEYLOOKUP' USING BY CONTENT WS-PTN-KEYWORD
            BY REFERENCE WS-PTN-SHIFT WS-PTN-LOOKUP-FOUND
        IF WS-PTN-LOOKUP-FOUND = 'Y'
            MOVE 'Y' TO WS-PTN-KEY-READY
        END-IF
    WHEN WS-PTN-KEY-MODE = 'K'
        MOVE 'Y' TO WS-PTN-KEY-READY
END-EVALUATE
IF WS-PTN-KEY-READY NOT = 'Y'
    ADD 1 TO WS-COUNT-CONTROL
    MOVE SPACES TO EXCEPTION-LINE
    STRING "PARTNER " WS-RTE-CODE(WS-PTN-CUR)
        " KEY DOES NOT RESOLVE on PARTNERS.DAT/KEYNAMES.DAT;"
        " its details cannot be round-tripped"
        DELIMITED BY SIZE INTO EXCEPTION-LINE
    WRITE EXCEPTION-LINE
END-IF.

READ-PARTNER-TRANS.
*> DELIVERS THE NEXT TRANSACTION FOR THE PARTNER IN HAND: ITS 'P' HEADS
*> AND THEIR CONTINUATIONS, SKIPPING ANY MESSAGE THE MAIN MERGE FOUND
*> ON CIPHEROUT.DAT.
MOVE 'N' TO WS-PTN-TRANS-HAVE
PERFORM UNTIL WS-PTN-TRANS-HAVE = 'Y' OR WS-TRANS-EOF = 'Y'
    PERFORM READ-TRANS
    IF WS-TRANS-EOF NOT = 'Y' AND WS-ROUTED = 'Y'
        AND WS-READ-HEAD-PARTNER = WS-RTE-CODE(WS-PTN-CUR)
        MOVE 'N' TO WS-MAINP-HIT
        PERFORM VARYING WS-MAINP-IDX FROM 1 BY 1
                UNTIL WS-MAINP-IDX > WS-MAINP-COUNT OR WS-MAINP-HIT = 'Y'
            IF WS-MAINP-SEQ(WS-MAINP-IDX) = TRANS-SEQ
                MOVE 'Y' TO WS-MAINP-HIT
            END-IF
        END-PERFORM
        IF WS-MAINP-HIT = 'N'
            MOVE 'Y' TO WS-PTN-TRANS-HAVE
        END-IF
    END-IF
END-PERFORM.

READ-PTO.
*> THE PARTNER FILE'S COUNTERPART OF READ-OUT. ITS HEADER MUST CARRY
*> THIS PARTNER'S RUN ID FOR THE SAME RUN AS CIPHEROUT.DAT - A FILE
*> LEFT OVER FROM AN EARLIER RUN IS A CONTROL FAILURE, NOT A MATCH.
MOVE 'N' TO WS-PTO-HAVE
PERFORM UNTIL WS-PTO-HAVE = 'Y' OR WS-PTO-EOF = 'Y'
    READ PARTNER-OUT-FILE
        AT END MOVE 'Y' TO WS-PTO-EOF
        NOT AT END
            EVALUATE PTO-REC-TYPE
                WHEN 'D'
                    ADD 1 TO WS-ACT-COUNT
                    COMPUTE WS-ACT-HASH = FUNCTION MOD(
                        WS-ACT-HASH + PTO-SEQ, 1000000000000)
                    MOVE 'Y' TO WS-PTO-HAVE
                WHEN 'H'
                    MOVE 'Y' TO WS-SAW-HEADER
                    MOVE SPACES TO EXCEPTION-LINE
                    STRING "RUN " PTO-RUN-ID " DATED " PTO-RUN-DATE
                        DELIMITED BY SIZE INTO EXCEPTION-LINE
                    WRITE EXCEPTION-LINE
                    IF WS-PTO-EXPECT-ID NOT = SPACES
                        AND PTO-RUN-ID NOT = WS-PTO-EXPECT-ID
                        ADD 1 TO WS-COUNT-CONTROL
                        MOVE SPACES TO EXCEPTION-LINE
                        STRING "HEADER RUN ID " PTO-RUN-ID " but this run is "
                            WS-PTO-EXPECT-ID
                            DELIMITED BY SIZE INTO EXCEPTION-LINE
                        WRITE EXCEPTION-LINE
                    END-IF
                WHEN 'T'
                    MOVE 'Y' TO WS-SAW-TRAILER
                    MOVE PTO-COUNT TO WS-TRL-COUNT
                    MOVE PTO-SEQ-HASH TO WS-TRL-HASH
                WHEN OTHER
                    ADD 1 TO WS-COUNT-CONTROL
                    MOVE SPACES TO EXCEPTION-LINE
                    STRING "BAD RECORD TYPE '" PTO-REC-TYPE
                        "' on the output file"
                        DELIMITED BY SIZE INTO EXCEPTION-LINE
                    WRITE EXCEPTION-LINE
            END-EVALUATE
    END-READ
END-PERFORM.

CHECK-PARTNER-ROUND-TRIP.
*> EVERY PARTNER DETAIL STANDS ALONE, AS THE BATCH ENCIPHERED IT: A
*> NAMED KEY UNDOES THE SHIFT WITH DIGITS LEFT ALONE, A KEYWORD
*> STARTS AGAIN FROM ITS FIRST LETTER. WITH NO KEY TO HAND THE DETAIL
*> IS COUNTED AS CHECKED AND NOT MATCHED - THE CONTROL FAILURE ALREADY
*> SAYS WHY.
ADD 1 TO WS-COUNT-CHECKED
IF WS-PTN-KEY-READY NOT = 'Y'
    EXIT PARAGRAPH
END-IF
MOVE PTO-TEXT TO WS-ROUND-TRIP
IF WS-PTN-KEY-MODE = 'N'
    MOVE WS-PTN-SHIFT TO WS-WORK-KEY
    CALL 'DECRYPT' USING BY REFERENCE WS-ROUND-TRIP
        BY CONTENT WS-WORK-KEY 'N' 'Y'
ELSE
    MOVE 0 TO WS-KW-POS
    CALL 'DECRYPTK' USING BY REFERENCE WS-ROUND-TRIP
        BY CONTENT WS-PTN-KEYWORD 'Y'
        BY REFERENCE WS-KW-POS
END-IF
PERFORM COMPARE-ROUND-TRIP.

REPORT-PARTNER-EXTRA.
ADD 1 TO WS-COUNT-EXTRA
MOVE SPACES TO EXCEPTION-LINE
STRING "EXTRA    seq " PTO-SEQ " appears in " WS-PTO-NAME " only"
    DELIMITED BY SIZE INTO EXCEPTION-LINE
WRITE EXCEPTION-LINE.

REPORT-MISSING.
ADD 1 TO WS-COUNT-MISSING
MOVE SPACES TO EXCEPTION-LINE
    DISPLAY INPUTC
END-IF.
END PROGRAM DECRYPTK.

IDENTIFICATION DIVISION.
PROGRAM-ID. KEYLOOKUP.
*> RESOLVES A SHORT KEY-NAME (E.G. "TUESDAY" OR "VENDOR-X") TO ITS
*> NUMERIC CIPHER SHIFT VALUE FROM KEYNAMES.DAT, SO OPERATORS CAN ACCEPT
*> A NAME INSTEAD OF A RAW DIGIT. SETS LOOKUP-FOUND TO 'N' IF THE NAME
*> ISN'T ON FILE SO THE CALLER CAN FALL BACK TO RAW NUMERIC ENTRY.
*> MAINTENANCE LOG
*> 26/10/15 - COPY OF THE MASTER IN ceasercipher2.cob, TAKEN FOR THE
*>            RECONCILIATION JOB'S PARTNER PASS. KEEP IN STEP.
*> 26/8/21 - KEYNAMES.DAT IS NOW MAINTAINED BY KEYMAINT AND CARRIES A
*>           STATUS BYTE AND EFFECTIVE/EXPIRY DATES AFTER THE VALUE.
*>           ONLY A RECORD THAT IS NOT INACTIVE AND WHOSE DATE WINDOW
*>           COVERS TODAY RESOLVES; THE SCAN KEEPS GOING PAST AN
*>           INELIGIBLE RECORD SO A NAME STAGED TWICE FOR A MONTH-END
*>           ROLLOVER PICKS UP WHICHEVER RECORD IS IN EFFECT. RECORDS
*>           FROM BEFORE THE EXTRA FIELDS READ AS SPACES AND STAY
*>           ELIGIBLE, SO AN UNCONVERTED KEY FILE STILL WORKS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KEYNAME-FILE ASSIGN TO "KEYNAMES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KEYFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  KEYNAME-FILE.
01  KEYNAME-RECORD.
    05 KEYNAME-NAME     PIC X(20).
    05 KEYNAME-VALUE    PIC S9(2) SIGN LEADING SEPARATE.
    05 KEYNAME-STATUS   PIC X(1).
    05 KEYNAME-EFF-DATE PIC X(8).
    05 KEYNAME-EXP-DATE PIC X(8).
WORKING-STORAGE SECTION.
  01 WS-KEYFILE-STATUS PIC X(2).
  01 WS-KEYFILE-EOF PIC X(1).
  01 WS-LOOKUP-TODAY PIC X(8).
LINKAGE SECTION.
  01 LOOKUP-NAME  PIC X(20).
  77 LOOKUP-VALUE PIC S99.
  01 LOOKUP-FOUND PIC X(1).
PROCEDURE DIVISION USING LOOKUP-NAME LOOKUP-VALUE LOOKUP-FOUND.
MOVE 'N' TO LOOKUP-FOUND
MOVE 'N' TO WS-KEYFILE-EOF
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOOKUP-TODAY
OPEN INPUT KEYNAME-FILE
IF WS-KEYFILE-STATUS = '00'
    PERFORM UNTIL WS-KEYFILE-EOF = 'Y' OR LOOKUP-FOUND = 'Y'
        READ KEYNAME-FILE
            AT END MOVE 'Y' TO WS-KEYFILE-EOF
            NOT AT END
                IF KEYNAME-NAME = LOOKUP-NAME
                    AND KEYNAME-STATUS NOT = 'I'
                    AND (KEYNAME-EFF-DATE = SPACES
                         OR KEYNAME-EFF-DATE <= WS-LOOKUP-TODAY)
                    AND (KEYNAME-EXP-DATE = SPACES
                         OR KEYNAME-EXP-DATE >= WS-LOOKUP-TODAY)
                    MOVE KEYNAME-VALUE TO LOOKUP-VALUE
                    MOVE 'Y' TO LOOKUP-FOUND
                END-IF
        END-READ
    END-PERFORM
    CLOSE KEYNAME-FILE
END-IF.
EXIT PROGRAM.
END PROGRAM KEYLOOKUP.
