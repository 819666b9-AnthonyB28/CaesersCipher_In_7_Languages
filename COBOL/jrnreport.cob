INSTALLATION. XYZ.
DATE-WRITTEN. 26/8/21.
*> MAINTENANCE LOG
*> 26/10/15 - READS THE 114-BYTE JOURNAL LINE, WHICH NOW ENDS WITH THE
*>            RUN ID (94:14) AND SEQUENCE (109:6) OF THE MESSAGE EACH
*>            ENTRY WAS MADE FOR.
*> 26/10/15 - READS THE CHAINED 92-BYTE JOURNAL LINE AND STEPS OVER THE
*>            SEAL LINES JRNCUTOVR NOW CLOSES EACH ARCHIVE CUTOVER WITH.
*> 26/8/21 - ORIGINAL VERSION. MONTHLY JOURNAL ACTIVITY REPORT: READS
*>           A JOURNAL FILE (THE ACTIVE JOURNAL.DAT, ONE ARCHIVE
*>           GENERATION FROM JRNCUTOVR, OR A MONTH'S GENERATIONS
*> ENTRIES FROM BEFORE THE SIGN-ON. ENCRYPT AND ENCRYPTK COUNT
*> AS ENCRYPTS, DECRYPT AND DECRYPTK AS DECRYPTS, ANYTHING STARTING
*> "SOLVE" AS SOLVES.
*> ENTRY NUMBER (71:9) AND CHAIN VALUE (81:12) - BLANK ON ENTRIES FROM
*> BEFORE CHAINING. RUN ID (94:14) AND SEQUENCE (109:6) - BLANK ON
*> INTERACTIVE WORK AND ON ENTRIES FROM BEFORE THEY WERE CARRIED.
*> AN ARCHIVE ALSO CARRIES ONE SEAL LINE PER CUTOVER,
*> 'SEAL' IN THE SUBPROGRAM FIELD; IT IS NOT AN ENTRY AND IS SKIPPED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).

FD  PRINT-FILE.
01  PRINT-LINE PIC X(80).
STOP RUN.

TALLY-ENTRY.
IF JOURNAL-LINE(23:8) = 'SEAL'
    EXIT PARAGRAPH
END-IF
IF WS-MONTH-FILTER NOT = SPACES
    AND JOURNAL-LINE(1:6) NOT = WS-MONTH-FILTER
    EXIT PARAGRAPH
