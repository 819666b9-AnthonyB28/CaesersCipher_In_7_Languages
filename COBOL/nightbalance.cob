IDENTIFICATION DIVISION.
PROGRAM-ID. NIGHTBAL.
AUTHOR. ANTHONYBARRANCO.
INSTALLATION. XYZ.
DATE-WRITTEN. 26/10/15.
*> MAINTENANCE LOG
*> 26/10/15 - ORIGINAL VERSION. END-TO-END RECORD BALANCING ACROSS THE
*>            NIGHTLY CHAIN. EACH STEP CHECKS ITS OWN WORK BUT NOTHING
*>            PROVED THE STEPS AGREED WITH EACH OTHER, SO A RECORD
*>            DROPPED BETWEEN TWO OF THEM WAS ONLY FOUND WHEN A
*>            DEPARTMENT ASKED WHERE ITS MESSAGE WENT. THIS JOB COUNTS
*>            EVERY FILE THE CHAIN TOUCHED TONIGHT AND PROVES FOUR
*>            PAIRS:
*>              1 - TRANSIN.DAT RECORDS READ BY THE EDIT EQUAL
*>                  TRANSCLN.DAT PLUS TRANSREJ.DAT (INDEXED, SO THE
*>                  REJECTS ARE COUNTED THROUGH THEIR OWN KEYED FD),
*>              2 - THE CLEAN RECORDS THE CIPHER STEP READ EQUAL THE
*>                  'D' DETAIL COUNT ON THE CIPHEROUT.DAT TRAILER PLUS
*>                  THAT ON EACH OF THE RUN'S PARTNER FILES (ONE
*>                  DETAIL PER HEAD OR CONTINUATION SEGMENT),
*>              3 - THE ENCRYPT/DECRYPT/SOLVE JOURNAL LINES WRITTEN
*>                  UNDER THE BATCH OPERATOR AND CARRYING THE RUN ID,
*>                  OR ONE OF ITS PARTNER RUN IDS, EQUAL THOSE DETAILS
*>                  LESS THE 'U' DETAILS ON CIPHEROUT.DAT (ONE JOURNAL
*>                  LINE PER SEGMENT; A 'U' SEGMENT - UNKNOWN MODE OR
*>                  NO PARTNER TO ROUTE IT TO - IS WRITTEN UNENCIPHERED
*>                  AND NEVER JOURNALED, SO IT IS SHOWN ON THE SHEET AS
*>                  A RECONCILING COUNT),
*>              4 - THE 'N'/'T'/'U' FLAGGED DETAILS ON CIPHEROUT.DAT
*>                  EQUAL THE ENTRIES EXCEXTR PUT ON WORKQ.DAT FOR THE
*>                  RUN ID (READ FROM THE RUN ID ON THE QUEUE KEY).
*>                  PARTNER FILES NEED NO COUNT HERE: THE CIPHER STEP
*>                  SENDS 'N' AND 'U' DETAILS TO CIPHEROUT.DAT AND DOES
*>                  NOT SET 'T' ON A PARTNER SEGMENT.
*>            A PARTNER FILE (PTNOUT<PARTNER>.DAT, PARTNER IDS FROM
*>            PARTNERS.DAT) IS ONE OF THE RUN'S WHEN ITS HEADER CARRIES
*>            THE RUN'S PARTNER RUN ID - PARTNER ID THEN THE RUN'S
*>            YYMMDDHHMM; ONE LEFT OVER FROM AN EARLIER RUN IS NOT
*>            COUNTED. ONE CONTROL SHEET (BALANCE.PRT) SHOWS EVERY
*>            COUNT AND EACH PAIR'S EXPECTED, ACTUAL AND DIFFERENCE.
*>            ANY PAIR OUT OF BALANCE RETURNS 4 SO THE NIGHTRUN DRIVER
*>            KEEPS THE NIGHT OUT OF THE JOURNAL CUTOVER; A FILE THAT
*>            WILL NOT OPEN RETURNS 8.
*>
*> BALANSW.DAT (WRITTEN BY NIGHTRUN): LINE 1 = BATCH OPERATOR THE
*> CIPHER STEP SIGNED ON AS (BLANK = NIGHTOPR), LINE 2 = TRANSACTION
*> FILE THE CIPHER STEP READ (BLANK = TRANSCLN.DAT). RUN BY HAND
*> WITHOUT AN ANSWERS FILE THE DEFAULTS APPLY.
*> JOURNAL LINE LAYOUT AS CHARGEBCK DESCRIBES IT: TIMESTAMP (1:21),
*> SUBPROGRAM (23:8), DEPARTMENT (57:4), OPERATOR (62:8), AND THE RUN
*> ID (94:14) OF THE MESSAGE THE ENTRY WAS MADE FOR - THE CIPHER STEP
*> JOURNALS A PARTNER'S SEGMENTS UNDER THAT PARTNER'S RUN ID.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ANSWER-FILE ASSIGN TO "BALANSW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANSW-STATUS.
    SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-COUNT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COUNT-STATUS.
    SELECT CIPHER-OUT-FILE ASSIGN TO "CIPHEROUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUT-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO "JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT WORKQ-FILE ASSIGN TO "WORKQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS QUE-KEY
        FILE STATUS IS WS-WQ-STATUS.
    SELECT REJECT-FILE ASSIGN TO "TRANSREJ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REJ-KEY
        FILE STATUS IS WS-REJ-STATUS.
    SELECT PRINT-FILE ASSIGN TO "BALANCE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.
    SELECT PARTNER-FILE ASSIGN TO "PARTNERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTN-STATUS.
    SELECT PARTNER-OUT-FILE ASSIGN TO DYNAMIC WS-PTO-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTO-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ANSWER-FILE.
01  ANSWER-LINE PIC X(80).

FD  COUNT-FILE.
01  COUNT-LINE PIC X(100).

FD  CIPHER-OUT-FILE.
01  OUT-RECORD.
    05 OUT-REC-TYPE   PIC X(1).
    05 OUT-SEQ        PIC X(6).
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

FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).

FD  WORKQ-FILE.
01  WORKQ-RECORD.
    05 QUE-STATUS    PIC X(1).
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
    05 QUE-TEXT      PIC X(50).
    05 FILLER        PIC X(1).
    05 QUE-DISP-OPER PIC X(8).
    05 FILLER        PIC X(1).
    05 QUE-DISP-DATE PIC X(8).
    05 FILLER        PIC X(1).
    05 QUE-DISP-KEY  PIC X(20).

FD  REJECT-FILE.
01  REJECT-RECORD.
    05 REJ-KEY.
        10 REJ-SEQ PIC X(6).
        10 FILLER  PIC X(1).
        10 REJ-SUB PIC 9(3).
    05 FILLER     PIC X(101).

FD  PRINT-FILE.
01  PRINT-LINE PIC X(100).

FD  PARTNER-FILE.
01  PARTNER-RECORD.
    05 PTN-ID      PIC X(4).
    05 FILLER      PIC X(1).
    05 PTN-KEYTYPE PIC X(1).
    05 FILLER      PIC X(1).
    05 PTN-KEYNAME PIC X(20).
    05 FILLER      PIC X(1).
    05 PTN-STATUS  PIC X(1).

FD  PARTNER-OUT-FILE.
01  PTO-RECORD.
    05 PTO-REC-TYPE   PIC X(1).
    05 FILLER         PIC X(63).
01  PTO-HEADER-RECORD.
    05 PTO-HDR-TYPE   PIC X(1).
    05 PTO-RUN-DATE   PIC X(8).
    05 PTO-RUN-ID     PIC X(14).
01  PTO-TRAILER-RECORD.
    05 PTO-TRL-TYPE   PIC X(1).
    05 PTO-COUNT      PIC 9(9).
    05 PTO-SEQ-HASH   PIC 9(12).

WORKING-STORAGE SECTION.
  01 WS-ANSW-STATUS PIC X(2).
  01 WS-COUNT-STATUS PIC X(2).
  01 WS-OUT-STATUS PIC X(2).
  01 WS-JOURNAL-STATUS PIC X(2).
  01 WS-WQ-STATUS PIC X(2).
  01 WS-REJ-STATUS PIC X(2).
  01 WS-REJ-EOF PIC X(1) VALUE 'N'.
  01 WS-PRINT-STATUS PIC X(2).
  01 WS-COUNT-NAME PIC X(16).
  01 WS-COUNT-EOF PIC X(1).
  01 WS-COUNT-OK PIC X(1).
  01 WS-LINES PIC 9(9).
  01 WS-OUT-EOF PIC X(1) VALUE 'N'.
  01 WS-JOURNAL-EOF PIC X(1) VALUE 'N'.
  01 WS-WQ-EOF PIC X(1) VALUE 'N'.
  01 WS-TODAY PIC X(8).
  01 WS-BATCH-OPERATOR PIC X(8) VALUE "NIGHTOPR".
  01 WS-CIPHER-INPUT PIC X(16) VALUE "TRANSCLN.DAT".
  01 WS-RUN-ID PIC X(14) VALUE SPACES.
  01 WS-HAVE-TRAILER PIC X(1) VALUE 'N'.
  01 WS-ENTRY-SUBPROG PIC X(8).
  01 WS-OPEN-FAILED PIC X(1) VALUE 'N'.
  01 WS-COUNT-TRANSIN PIC 9(9) VALUE 0.
  01 WS-COUNT-CLEAN PIC 9(9) VALUE 0.
  01 WS-COUNT-REJECT PIC 9(9) VALUE 0.
  01 WS-COUNT-INPUT PIC 9(9) VALUE 0.
  01 WS-COUNT-DETAIL PIC 9(9) VALUE 0.
  01 WS-COUNT-TRAILER PIC 9(9) VALUE 0.
  01 WS-COUNT-FLAGGED PIC 9(9) VALUE 0.
  01 WS-COUNT-UNENC PIC 9(9) VALUE 0.
  01 WS-COUNT-JOURNAL PIC 9(9) VALUE 0.
  01 WS-COUNT-QUEUED PIC 9(9) VALUE 0.
  01 WS-COUNT-PTN-FILES PIC 9(9) VALUE 0.
  01 WS-COUNT-PTN-DETAIL PIC 9(9) VALUE 0.
  01 WS-COUNT-PTN-TRAILER PIC 9(9) VALUE 0.
  01 WS-PTN-STATUS PIC X(2).
  01 WS-PTN-EOF PIC X(1).
  01 WS-PTO-NAME PIC X(16).
  01 WS-PTO-STATUS PIC X(2).
  01 WS-PTO-EOF PIC X(1).
  01 WS-PTO-THIS-RUN PIC X(1).
  01 WS-PTO-EXPECT-ID PIC X(14).
  01 WS-PTO-DETAILS PIC 9(9).
  01 WS-PTN-IDX PIC 9(3).
  01 WS-PTN-COUNT PIC 9(3) VALUE 0.
  01 WS-JRN-THIS-RUN PIC X(1).
  01 WS-PTN-TABLE.
      05 WS-PTN-ENTRY OCCURS 100 TIMES.
          10 WS-PTN-CODE   PIC X(4).
          10 WS-PTN-RUN-ID PIC X(14).
  01 WS-EXPECTED PIC 9(9).
  01 WS-ACTUAL PIC 9(9).
  01 WS-DIFFERENCE PIC S9(9).
  01 WS-PAIRS-OUT PIC 9 VALUE 0.
  01 WS-PAIR-LABEL PIC X(40).
  01 WS-COUNT-ED PIC ZZZ,ZZZ,ZZ9.
  01 WS-PAIR-LINE.
      05 FILLER      PIC X(2) VALUE SPACES.
      05 PL-LABEL    PIC X(40).
      05 PL-EXPECTED PIC ZZZ,ZZZ,ZZ9.
      05 FILLER      PIC X(2) VALUE SPACES.
      05 PL-ACTUAL   PIC ZZZ,ZZZ,ZZ9.
      05 FILLER      PIC X(2) VALUE SPACES.
      05 PL-DIFF     PIC -,---,---,--9.
      05 FILLER      PIC X(2) VALUE SPACES.
      05 PL-RESULT   PIC X(14).

PROCEDURE DIVISION.
MAIN-LOGIC.
MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
PERFORM READ-ANSWERS
PERFORM COUNT-OUTPUT
PERFORM COUNT-PARTNER-OUTPUT
MOVE "TRANSIN.DAT" TO WS-COUNT-NAME
PERFORM COUNT-LINES
MOVE WS-LINES TO WS-COUNT-TRANSIN
MOVE "TRANSCLN.DAT" TO WS-COUNT-NAME
PERFORM COUNT-LINES
MOVE WS-LINES TO WS-COUNT-CLEAN
PERFORM COUNT-REJECTS
MOVE WS-CIPHER-INPUT TO WS-COUNT-NAME
PERFORM COUNT-LINES
MOVE WS-LINES TO WS-COUNT-INPUT
IF WS-OPEN-FAILED = 'Y'
    DISPLAY "Balancing not attempted: a control file could not be read."
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
PERFORM COUNT-JOURNAL
PERFORM COUNT-QUEUE
IF WS-OPEN-FAILED = 'Y'
    DISPLAY "Balancing not attempted: a control file could not be read."
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
OPEN OUTPUT PRINT-FILE
IF WS-PRINT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "BALANCE.PRT" ", file status " WS-PRINT-STATUS
    MOVE 8 TO RETURN-CODE
    GOBACK
END-IF
PERFORM PRINT-COUNTS
PERFORM PRINT-PAIRS
CLOSE PRINT-FILE
IF WS-PAIRS-OUT > 0
    DISPLAY "Balancing: " WS-PAIRS-OUT " pair(s) out of balance for run "
        WS-RUN-ID " - see BALANCE.PRT."
    MOVE 4 TO RETURN-CODE
ELSE
    DISPLAY "Balancing: all four pairs in balance for run " WS-RUN-ID "."
END-IF
GOBACK.

READ-ANSWERS.
*> THE NIGHTRUN DRIVER NAMES THE BATCH OPERATOR AND THE CIPHER INPUT
*> FROM NIGHTRUN.PRM SO THE SHEET BALANCES WHAT ACTUALLY RAN.
OPEN INPUT ANSWER-FILE
IF WS-ANSW-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
READ ANSWER-FILE
    AT END CONTINUE
    NOT AT END
        IF ANSWER-LINE NOT = SPACES
            MOVE ANSWER-LINE(1:8) TO WS-BATCH-OPERATOR
        END-IF
END-READ
READ ANSWER-FILE
    AT END CONTINUE
    NOT AT END
        IF ANSWER-LINE NOT = SPACES
            MOVE ANSWER-LINE(1:16) TO WS-CIPHER-INPUT
        END-IF
END-READ
CLOSE ANSWER-FILE.

COUNT-LINES.
*> ONE PHYSICAL RECORD PER LINE - THE SAME UNIT THE EDIT COUNTS AS
*> "READ", BLANK LINES INCLUDED.
MOVE 0 TO WS-LINES
MOVE 'N' TO WS-COUNT-EOF
OPEN INPUT COUNT-FILE
IF WS-COUNT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " WS-COUNT-NAME ", file status " WS-COUNT-STATUS
    MOVE 'Y' TO WS-OPEN-FAILED
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-COUNT-EOF = 'Y'
    READ COUNT-FILE
        AT END MOVE 'Y' TO WS-COUNT-EOF
        NOT AT END ADD 1 TO WS-LINES
    END-READ
END-PERFORM
CLOSE COUNT-FILE.

COUNT-REJECTS.
*> EVERY RECORD TONIGHT'S EDIT PUT ON THE REJECT FILE - ONE PER
*> REJECTED INPUT RECORD, THE OCCURRENCE NUMBER IN THE KEY KEEPING
*> SHARED SEQUENCES APART.
OPEN INPUT REJECT-FILE
IF WS-REJ-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "TRANSREJ.DAT" ", file status " WS-REJ-STATUS
    MOVE 'Y' TO WS-OPEN-FAILED
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-REJ-EOF = 'Y'
    READ REJECT-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-REJ-EOF
        NOT AT END ADD 1 TO WS-COUNT-REJECT
    END-READ
END-PERFORM
CLOSE REJECT-FILE.

COUNT-OUTPUT.
*> THE HEADER GIVES THE RUN ID THE OTHER COUNTS ARE TIED TO; THE
*> TRAILER GIVES THE DETAIL COUNT THE CIPHER STEP CLAIMS TO HAVE
*> WRITTEN. THE PHYSICAL 'D' RECORDS ARE COUNTED FOR THE SHEET TOO.
OPEN INPUT CIPHER-OUT-FILE
IF WS-OUT-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "CIPHEROUT.DAT" ", file status " WS-OUT-STATUS
    MOVE 'Y' TO WS-OPEN-FAILED
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-OUT-EOF = 'Y'
    READ CIPHER-OUT-FILE
        AT END MOVE 'Y' TO WS-OUT-EOF
        NOT AT END
            EVALUATE OUT-REC-TYPE
                WHEN 'H'
                    MOVE HDR-RUN-ID TO WS-RUN-ID
                WHEN 'D'
                    ADD 1 TO WS-COUNT-DETAIL
                    IF OUT-STATUS = 'N' OR OUT-STATUS = 'T' OR OUT-STATUS = 'U'
                        ADD 1 TO WS-COUNT-FLAGGED
                    END-IF
                    IF OUT-STATUS = 'U'
                        ADD 1 TO WS-COUNT-UNENC
                    END-IF
                WHEN 'T'
                    MOVE 'Y' TO WS-HAVE-TRAILER
                    IF TRL-COUNT IS NUMERIC
                        MOVE TRL-COUNT TO WS-COUNT-TRAILER
                    END-IF
            END-EVALUATE
    END-READ
END-PERFORM
CLOSE CIPHER-OUT-FILE
IF WS-HAVE-TRAILER = 'N'
    DISPLAY "WARNING: CIPHEROUT.DAT has no trailer; the run did not finish."
END-IF.

COUNT-PARTNER-OUTPUT.
*> THE PARTNER FILES WRITTEN FOR THIS RUN. NO PARTNERS.DAT MEANS THE
*> CIPHER STEP COULD ROUTE NOTHING, SO THERE IS NOTHING TO COUNT; A
*> PARTNER WITH NO FILE HAD NO TRAFFIC.
IF WS-RUN-ID = SPACES
    EXIT PARAGRAPH
END-IF
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
PERFORM VARYING WS-PTN-IDX FROM 1 BY 1 UNTIL WS-PTN-IDX > WS-PTN-COUNT
    PERFORM COUNT-ONE-PARTNER-FILE
END-PERFORM.

COUNT-ONE-PARTNER-FILE.
MOVE SPACES TO WS-PTO-NAME
STRING "PTNOUT" WS-PTN-CODE(WS-PTN-IDX) ".DAT" DELIMITED BY SIZE INTO WS-PTO-NAME
MOVE SPACES TO WS-PTO-EXPECT-ID
STRING WS-PTN-CODE(WS-PTN-IDX) WS-RUN-ID(3:10) DELIMITED BY SIZE INTO WS-PTO-EXPECT-ID
MOVE WS-PTO-EXPECT-ID TO WS-PTN-RUN-ID(WS-PTN-IDX)
OPEN INPUT PARTNER-OUT-FILE
IF WS-PTO-STATUS NOT = '00'
    EXIT PARAGRAPH
END-IF
MOVE 'N' TO WS-PTO-EOF
MOVE 'N' TO WS-PTO-THIS-RUN
MOVE 0 TO WS-PTO-DETAILS
PERFORM UNTIL WS-PTO-EOF = 'Y'
    READ PARTNER-OUT-FILE
        AT END MOVE 'Y' TO WS-PTO-EOF
        NOT AT END
            EVALUATE PTO-REC-TYPE
                WHEN 'H'
                    IF PTO-RUN-ID = WS-PTO-EXPECT-ID
                        MOVE 'Y' TO WS-PTO-THIS-RUN
                    ELSE
                        MOVE 'Y' TO WS-PTO-EOF
                    END-IF
                WHEN 'D'
                    ADD 1 TO WS-PTO-DETAILS
                WHEN 'T'
                    IF WS-PTO-THIS-RUN = 'Y' AND PTO-COUNT IS NUMERIC
                        ADD PTO-COUNT TO WS-COUNT-PTN-TRAILER
                    END-IF
            END-EVALUATE
    END-READ
END-PERFORM
CLOSE PARTNER-OUT-FILE
IF WS-PTO-THIS-RUN = 'Y'
    ADD 1 TO WS-COUNT-PTN-FILES
    ADD WS-PTO-DETAILS TO WS-COUNT-PTN-DETAIL
END-IF.

COUNT-JOURNAL.
*> ONLY CIPHER CALLS (ENCRYPT, ENCRYPTK, DECRYPT, DECRYPTK, SOLVE)
*> UNDER THE BATCH OPERATOR FOR THIS RUN ID OR ONE OF ITS PARTNER RUN
*> IDS - DENIED ATTEMPTS, DAYTIME SESSIONS AND OTHER BATCH RUNS ARE
*> SOMEBODY ELSE'S TRAFFIC. NO JOURNAL AT ALL, OR NO RUN ID TO MATCH,
*> COUNTS AS NONE, WHICH THEN SHOWS UP AS AN IMBALANCE.
IF WS-RUN-ID = SPACES
    EXIT PARAGRAPH
END-IF
OPEN INPUT JOURNAL-FILE
IF WS-JOURNAL-STATUS = '35'
    EXIT PARAGRAPH
END-IF
IF WS-JOURNAL-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "JOURNAL.DAT" ", file status " WS-JOURNAL-STATUS
    MOVE 'Y' TO WS-OPEN-FAILED
    EXIT PARAGRAPH
END-IF
PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
    READ JOURNAL-FILE
        AT END MOVE 'Y' TO WS-JOURNAL-EOF
        NOT AT END
            MOVE JOURNAL-LINE(23:8) TO WS-ENTRY-SUBPROG
            PERFORM MATCH-JOURNAL-RUN
            IF JOURNAL-LINE(62:8) = WS-BATCH-OPERATOR
                AND WS-JRN-THIS-RUN = 'Y'
                AND (WS-ENTRY-SUBPROG(1:7) = 'ENCRYPT'
                  OR WS-ENTRY-SUBPROG(1:7) = 'DECRYPT'
                  OR WS-ENTRY-SUBPROG(1:5) = 'SOLVE')
                ADD 1 TO WS-COUNT-JOURNAL
            END-IF
    END-READ
END-PERFORM
CLOSE JOURNAL-FILE.

MATCH-JOURNAL-RUN.
MOVE 'N' TO WS-JRN-THIS-RUN
IF JOURNAL-LINE(94:14) = WS-RUN-ID
    MOVE 'Y' TO WS-JRN-THIS-RUN
    EXIT PARAGRAPH
END-IF
PERFORM VARYING WS-PTN-IDX FROM 1 BY 1
        UNTIL WS-PTN-IDX > WS-PTN-COUNT OR WS-JRN-THIS-RUN = 'Y'
    IF JOURNAL-LINE(94:14) = WS-PTN-RUN-ID(WS-PTN-IDX)
        MOVE 'Y' TO WS-JRN-THIS-RUN
    END-IF
END-PERFORM.

COUNT-QUEUE.
*> EVERY QUEUE ENTRY CARRYING TONIGHT'S RUN ID, WHATEVER ITS STATUS -
*> AN ANALYST MAY ALREADY HAVE WORKED ONE BEFORE THIS STEP RUNS. THE
*> RUN ID LEADS THE QUEUE KEY, SO THE BROWSE STARTS AT THE RUN AND
*> STOPS AT THE FIRST ENTRY OF ANOTHER.
OPEN INPUT WORKQ-FILE
IF WS-WQ-STATUS = '35'
    EXIT PARAGRAPH
END-IF
IF WS-WQ-STATUS NOT = '00'
    DISPLAY "ERROR: unable to open " "WORKQ.DAT" ", file status " WS-WQ-STATUS
    MOVE 'Y' TO WS-OPEN-FAILED
    EXIT PARAGRAPH
END-IF
MOVE LOW-VALUES TO QUE-KEY
MOVE WS-RUN-ID TO QUE-RUN-ID
START WORKQ-FILE KEY IS NOT LESS THAN QUE-KEY
    INVALID KEY MOVE 'Y' TO WS-WQ-EOF
END-START
PERFORM UNTIL WS-WQ-EOF = 'Y'
    READ WORKQ-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-WQ-EOF
        NOT AT END
            IF QUE-RUN-ID = WS-RUN-ID
                ADD 1 TO WS-COUNT-QUEUED
            ELSE
                MOVE 'Y' TO WS-WQ-EOF
            END-IF
    END-READ
END-PERFORM
CLOSE WORKQ-FILE.

PRINT-COUNTS.
MOVE SPACES TO PRINT-LINE
STRING "NIGHTLY BALANCING CONTROL SHEET - " WS-TODAY "  RUN " WS-RUN-ID
    "  OPERATOR " WS-BATCH-OPERATOR
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE "RECORD COUNTS" TO PRINT-LINE
WRITE PRINT-LINE
MOVE "TRANSIN.DAT records" TO WS-PAIR-LABEL
MOVE WS-COUNT-TRANSIN TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "TRANSCLN.DAT records" TO WS-PAIR-LABEL
MOVE WS-COUNT-CLEAN TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "TRANSREJ.DAT records" TO WS-PAIR-LABEL
MOVE WS-COUNT-REJECT TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE SPACES TO WS-PAIR-LABEL
STRING "Cipher input " WS-CIPHER-INPUT " records"
    DELIMITED BY SIZE INTO WS-PAIR-LABEL
MOVE WS-COUNT-INPUT TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "CIPHEROUT.DAT 'D' records on file" TO WS-PAIR-LABEL
MOVE WS-COUNT-DETAIL TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "CIPHEROUT.DAT trailer detail count" TO WS-PAIR-LABEL
MOVE WS-COUNT-TRAILER TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "Partner files for this run" TO WS-PAIR-LABEL
MOVE WS-COUNT-PTN-FILES TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "Partner file 'D' records on file" TO WS-PAIR-LABEL
MOVE WS-COUNT-PTN-DETAIL TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "Partner file trailer detail counts" TO WS-PAIR-LABEL
MOVE WS-COUNT-PTN-TRAILER TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "Details flagged N/T/U" TO WS-PAIR-LABEL
MOVE WS-COUNT-FLAGGED TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "Unenciphered 'U' details - not journaled" TO WS-PAIR-LABEL
MOVE WS-COUNT-UNENC TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE SPACES TO WS-PAIR-LABEL
STRING "Journal cipher lines under " WS-BATCH-OPERATOR
    DELIMITED BY SIZE INTO WS-PAIR-LABEL
MOVE WS-COUNT-JOURNAL TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE "WORKQ.DAT entries for this run" TO WS-PAIR-LABEL
MOVE WS-COUNT-QUEUED TO WS-COUNT-ED
PERFORM PRINT-ONE-COUNT
MOVE SPACES TO PRINT-LINE
WRITE PRINT-LINE.

PRINT-ONE-COUNT.
MOVE SPACES TO PRINT-LINE
STRING "  " WS-PAIR-LABEL WS-COUNT-ED DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE.

PRINT-PAIRS.
MOVE SPACES TO PRINT-LINE
STRING "BALANCING PAIRS                                "
    "   EXPECTED       ACTUAL     DIFFERENCE"
    DELIMITED BY SIZE INTO PRINT-LINE
WRITE PRINT-LINE
MOVE "1 TRANSIN = TRANSCLN + TRANSREJ" TO WS-PAIR-LABEL
MOVE WS-COUNT-TRANSIN TO WS-EXPECTED
COMPUTE WS-ACTUAL = WS-COUNT-CLEAN + WS-COUNT-REJECT
PERFORM PRINT-ONE-PAIR
MOVE "2 CLEAN RECORDS = TRAILER DETAILS" TO WS-PAIR-LABEL
MOVE WS-COUNT-INPUT TO WS-EXPECTED
COMPUTE WS-ACTUAL = WS-COUNT-TRAILER + WS-COUNT-PTN-TRAILER
PERFORM PRINT-ONE-PAIR
MOVE "3 TRAILER DETAILS - 'U' = JOURNAL LINES" TO WS-PAIR-LABEL
IF WS-COUNT-TRAILER + WS-COUNT-PTN-TRAILER > WS-COUNT-UNENC
    COMPUTE WS-EXPECTED = WS-COUNT-TRAILER + WS-COUNT-PTN-TRAILER - WS-COUNT-UNENC
ELSE
    MOVE 0 TO WS-EXPECTED
END-IF
MOVE WS-COUNT-JOURNAL TO WS-ACTUAL
PERFORM PRINT-ONE-PAIR
MOVE "4 FLAGGED DETAILS = WORKQ ENTRIES" TO WS-PAIR-LABEL
MOVE WS-COUNT-FLAGGED TO WS-EXPECTED
MOVE WS-COUNT-QUEUED TO WS-ACTUAL
PERFORM PRINT-ONE-PAIR
MOVE "----------------------------------------" TO PRINT-LINE
WRITE PRINT-LINE
MOVE SPACES TO PRINT-LINE
IF WS-PAIRS-OUT > 0
    STRING WS-PAIRS-OUT " PAIR(S) OUT OF BALANCE - JOURNAL CUTOVER WITHHELD"
        DELIMITED BY SIZE INTO PRINT-LINE
ELSE
    MOVE "ALL PAIRS IN BALANCE" TO PRINT-LINE
END-IF
WRITE PRINT-LINE.

PRINT-ONE-PAIR.
COMPUTE WS-DIFFERENCE = WS-ACTUAL - WS-EXPECTED
MOVE WS-PAIR-LABEL TO PL-LABEL
MOVE WS-EXPECTED TO PL-EXPECTED
MOVE WS-ACTUAL TO PL-ACTUAL
MOVE WS-DIFFERENCE TO PL-DIFF
IF WS-DIFFERENCE = 0
    MOVE "IN BALANCE" TO PL-RESULT
ELSE
    MOVE "OUT OF BALANCE" TO PL-RESULT
    ADD 1 TO WS-PAIRS-OUT
END-IF
MOVE WS-PAIR-LINE TO PRINT-LINE
WRITE PRINT-LINE.
