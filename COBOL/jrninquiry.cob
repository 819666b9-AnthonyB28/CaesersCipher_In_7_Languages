INSTALLATION. XYZ.
DATE-WRITTEN. 26/8/21.
*> MAINTENANCE LOG
*> 26/10/15 - READS THE 114-BYTE JOURNAL LINE, WHICH NOW ENDS WITH THE
*>            RUN ID (94:14) AND SEQUENCE (109:6) OF THE MESSAGE EACH
*>            ENTRY WAS MADE FOR; MATCHES STILL PRINT IN FULL.
*> 26/10/15 - READS THE CHAINED 92-BYTE JOURNAL LINE; MATCHES PRINT IN
*>            FULL, ENTRY NUMBER AND CHAIN VALUE INCLUDED. ARCHIVE SEAL
*>            LINES ARE SKIPPED UNLESS SEAL IS THE SUBPROGRAM ASKED FOR.
*> 26/8/21 - ORIGINAL VERSION. JOURNAL INQUIRY: ANSWERS QUESTIONS LIKE
*>           "WHAT DID WE ENCRYPT WITH KEY TUESDAY LAST WEEK" WITHOUT
*>           ANYONE EYEBALLING THE RAW FILE. FILTERS BY DATE RANGE,
*> ceasercipher2.cob): TIMESTAMP (1:21), SUBPROGRAM (23:8),
*> INPUT LENGTH (32:3), KEY TEXT (36:20), DEPARTMENT (57:4),
*> OPERATOR (62:8) - BLANK ON ENTRIES FROM BEFORE THE SIGN-ON.
*> ENTRY NUMBER (71:9) AND CHAIN VALUE (81:12) - BLANK ON ENTRIES FROM
*> BEFORE CHAINING. RUN ID (94:14) AND SEQUENCE (109:6) - BLANK ON
*> INTERACTIVE WORK AND ON ENTRIES FROM BEFORE THEY WERE CARRIED.
*> AN ARCHIVE ALSO CARRIES ONE SEAL LINE PER CUTOVER,
*> 'SEAL' IN THE SUBPROGRAM FIELD; IT IS NOT AN ENTRY AND IS
*> SKIPPED UNLESS THE SUBPROGRAM ASKED FOR IS SEAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).

FD  PRINT-FILE.
01  PRINT-LINE PIC X(114).

WORKING-STORAGE SECTION.
  01 WS-JOURNAL-STATUS PIC X(2).
STOP RUN.

SELECT-ENTRY.
IF JOURNAL-LINE(23:8) = 'SEAL' AND WS-SUBPROG-FILTER NOT = 'SEAL'
    EXIT PARAGRAPH
END-IF
MOVE JOURNAL-LINE(1:8) TO WS-ENTRY-DATE
MOVE JOURNAL-LINE(23:8) TO WS-ENTRY-SUBPROG
MOVE JOURNAL-LINE(36:20) TO WS-ENTRY-KEY
