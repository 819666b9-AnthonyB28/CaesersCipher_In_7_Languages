INSTALLATION. XYZ.
DATE-WRITTEN. 26/9/2.
*> MAINTENANCE LOG
*> 26/10/15 - READS THE 114-BYTE JOURNAL LINE, WHICH NOW ENDS WITH THE
*>            RUN ID (94:14) AND SEQUENCE (109:6) OF THE MESSAGE EACH
*>            ENTRY WAS MADE FOR.
*> 26/10/15 - READS THE CHAINED 92-BYTE JOURNAL LINE; ARCHIVE SEAL LINES
*>            ARE NEVER COUNTED AS KEY USE.
*> 26/9/2  - ORIGINAL VERSION. DAILY KEY-STATUS FORECAST OVER
*>           KEYNAMES.DAT. KEYMAINT SCHEDULES EFFECTIVE/EXPIRY DATES
*>           AND KEYLOOKUP HONOURS THEM, WHICH MEANS A KEY CAN NOW
    05 KEYNAME-EXP-DATE PIC X(8).

FD  JOURNAL-FILE.
01  JOURNAL-LINE PIC X(114).

FD  PRINT-FILE.
01  PRINT-LINE PIC X(100).
        NOT AT END
            MOVE JOURNAL-LINE(36:20) TO WS-ENTRY-KEY
            IF WS-ENTRY-KEY(1:2) = 'N:'
                AND JOURNAL-LINE(23:8) NOT = 'SEAL'
                MOVE SPACES TO WS-USE-NAME
                MOVE WS-ENTRY-KEY(3:18) TO WS-USE-NAME
                PERFORM TALLY-USAGE
