INSTALLATION. XYZ.
DATE-WRITTEN. 26/9/2.
*> MAINTENANCE LOG
*> 26/10/15 - READS THE 114-BYTE JOURNAL LINE, WHICH NOW ENDS WITH THE
*>            RUN ID (94:14) AND SEQUENCE (109:6) OF THE MESSAGE EACH
*>            ENTRY WAS MADE FOR.
*> 26/10/15 - THE CROSS-CHECK READS THE CHAINED 92-BYTE JOURNAL LINE
*>            AND STEPS OVER ARCHIVE SEAL LINES.
*> 26/9/2  - ORIGINAL VERSION. CONTROLLED INQUIRY AGAINST THE
*>           RESTRICTED KEYVAULT.DAT. KEYMASK FILES A ONE-WAY TOKEN
*>           "T:<NNNNNN>" THERE FOR EVERY RAW KEY IT MASKS OUT OF THE
01  ACCESS-LINE PIC X(86).

FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).

FD  PRINT-FILE.
01  PRINT-LINE PIC X(80).
*> ENTRIES ARE VAULT TOKENS - "N:" NAMED KEYS LIVE ON KEYNAMES.DAT
*> AND 'NONE' MEANS SOLVE FOUND NOTHING, NEITHER HAS A VAULT LINE.
MOVE JOURNAL-LINE(36:20) TO WS-ENTRY-KEY
IF WS-ENTRY-KEY(1:2) NOT = 'T:' OR JOURNAL-LINE(23:8) = 'SEAL'
    EXIT PARAGRAPH
END-IF
ADD 1 TO WS-COUNT-TOKENS
