*> Before-image journal of every change made to the indexed
*> DIAGNOSTIC-MASTER: DIAGMRGE's adds, RECNAPLY's rewrites,
*> MSTAUDIT's deletes, and MSTBKOUT's own reversals. One entry per
*> keyed WRITE, REWRITE or DELETE, appended once the change has
*> succeeded, carrying the program and its run timestamp (together
*> they name the run), the entry's place within the run, the key,
*> and the payload before and after. An add has no before image and
*> a delete no after image; both are left blank. Appended forever,
*> never overwritten, so any run can be traced and backed out.
01  WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
01  WS-JOURNAL-SEQ PIC 9(9) VALUE 0.
01  JOURNAL-DETAIL.
    05  MJR-PROGRAM PIC X(8) VALUE SPACES.
    05  MJR-RUN-TS PIC X(21) VALUE SPACES.
    05  MJR-ENTRY-SEQ PIC 9(9) VALUE 0.
    05  MJR-ACTION PIC X(1) VALUE SPACE.
        88  MJR-ADDED VALUE "A".
        88  MJR-REWRITTEN VALUE "R".
        88  MJR-DELETED VALUE "D".
    05  MJR-KEY.
        10  MJR-SENSOR-ID PIC X(8) VALUE SPACES.
        10  MJR-READING-DATE PIC X(8) VALUE SPACES.
        10  MJR-READING-SEQ PIC 9(6) VALUE 0.
    05  MJR-BEFORE-PAYLOAD PIC X(64) VALUE SPACES.
    05  MJR-AFTER-PAYLOAD PIC X(64) VALUE SPACES.
