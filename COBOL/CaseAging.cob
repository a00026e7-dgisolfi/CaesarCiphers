IDENTIFICATION DIVISION.
PROGRAM-ID. CaseAging.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The intercept case file, read front to back. DYNAMIC for the
    *> same START-then-read-next walk every other reader of an indexed
    *> master in this system uses.
    SELECT CASE-FILE ASSIGN TO "CIPHERCAS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IC-CASE-NO
        FILE STATUS IS CAS-STATUS.
    *> The aging report - every case still open, oldest first, with how
    *> long it has waited on an analyst, and the counts by age band.
    SELECT REPORT-FILE ASSIGN TO "CASEAGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RPT-FILE-STATUS.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CIPHERAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CASE-FILE.
       COPY CASEREC.

FD  REPORT-FILE.
       01 REPORT-RECORD PIC x(132).

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

WORKING-STORAGE SECTION.
       01 CAS-STATUS PIC x(02).
       01 RPT-FILE-STATUS PIC x(02).
       01 AUD-STATUS PIC x(02).
       01 CAS-EOF-SW PIC x(1) VALUE "N".
           88 CAS-EOF VALUE "Y".
       01 AGE-RUN-DATE PIC x(8).
       01 AGE-RUN-TIME PIC x(6).
       *> The PARM: an optional as-of date ("20240315"), so the report
       *> can be rerun as it would have read on an earlier day. Cases
       *> opened after it are not yet cases as far as the report knows,
       *> and cases closed after it are still open.
       01 PARM-FIELD PIC x(40).
       01 PARM-ASOF-TOK PIC x(40).
       01 ASOF-DATE PIC x(8).
       01 VAL-DATE PIC x(8).
       01 VAL-DATE-NUM REDEFINES VAL-DATE.
           05 VAL-YYYY PIC 9(4).
           05 VAL-MM PIC 9(2).
           05 VAL-DD PIC 9(2).
       01 DATE-OK-SW PIC x(1) VALUE "Y".
           88 DATE-OK VALUE "Y".
       01 ASOF-INT PIC 9(7).
       01 OPENED-INT PIC 9(7).
       01 AGE-SHOW PIC 9(5).
       *> The age bands the report counts by - a week, a month, a
       *> quarter, and beyond. An open case past the last band has been
       *> forgotten, and the run's return code says so.
       01 BAND-WEEK-DAYS PIC 9(3) VALUE 7.
       01 BAND-MONTH-DAYS PIC 9(3) VALUE 30.
       01 BAND-QUARTER-DAYS PIC 9(3) VALUE 90.
       01 BAND-TEXT PIC x(9).
       01 CASE-SHOW PIC x(14).
       *> Run totals
       01 CASE-READ-COUNT PIC 9(7) VALUE 0.
       01 OPEN-COUNT PIC 9(7) VALUE 0.
       01 CONFIRMED-COUNT PIC 9(7) VALUE 0.
       01 DISPROVED-COUNT PIC 9(7) VALUE 0.
       01 LATER-COUNT PIC 9(7) VALUE 0.
       01 BAND-WEEK-COUNT PIC 9(7) VALUE 0.
       01 BAND-MONTH-COUNT PIC 9(7) VALUE 0.
       01 BAND-QUARTER-COUNT PIC 9(7) VALUE 0.
       01 BAND-OVER-COUNT PIC 9(7) VALUE 0.
       *> 0 nothing open past the last band, 4 something is, 12
       *> unusable PARM or file
       01 WORST-CONDITION PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
       MOVE FUNCTION CURRENT-DATE(1:8) TO AGE-RUN-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO AGE-RUN-TIME.
       MOVE AGE-RUN-DATE TO ASOF-DATE.

       ACCEPT PARM-FIELD FROM COMMAND-LINE.
       MOVE FUNCTION TRIM(PARM-FIELD) TO PARM-ASOF-TOK.
       IF PARM-ASOF-TOK IS NOT EQUAL TO SPACES
           MOVE PARM-ASOF-TOK TO VAL-DATE
           PERFORM ValidateDate
           IF NOT DATE-OK OR PARM-ASOF-TOK(9:32) IS NOT EQUAL TO SPACES
               DISPLAY FUNCTION CONCATENATE("ERROR: as-of date '" FUNCTION TRIM(PARM-ASOF-TOK) "' is not a valid yyyymmdd date - nothing done")
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VAL-DATE TO ASOF-DATE
       END-IF.
       COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ASOF-DATE)).

       OPEN OUTPUT REPORT-FILE.
       IF RPT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CASEAGRPT - file status:" RPT-FILE-STATUS)
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT CASE-FILE.
       IF CAS-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open intercept case file CIPHERCAS - file status:" CAS-STATUS)
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE CASE-FILE
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("AUDIT CASEAGE START " AGE-RUN-DATE " " AGE-RUN-TIME " as-of:" ASOF-DATE) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

       MOVE FUNCTION CONCATENATE("Intercept Case Aging - Run Date: " AGE-RUN-DATE " As-of: " ASOF-DATE) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.

       *> Case numbers lead with the date opened, so the key order is
       *> already oldest first
       MOVE LOW-VALUES TO IC-CASE-NO.
       START CASE-FILE KEY IS GREATER THAN OR EQUAL TO IC-CASE-NO
           INVALID KEY
               SET CAS-EOF TO TRUE
       END-START.
       PERFORM UNTIL CAS-EOF
           READ CASE-FILE NEXT RECORD
               AT END
                   SET CAS-EOF TO TRUE
               NOT AT END
                   PERFORM AgeCase
           END-READ
       END-PERFORM.
       CLOSE CASE-FILE.

       PERFORM WriteAgingTotals.
       CLOSE REPORT-FILE.

       IF BAND-OVER-COUNT IS GREATER THAN 0
           MOVE 4 TO WORST-CONDITION
       END-IF.
       MOVE FUNCTION CURRENT-DATE(9:6) TO AGE-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT CASEAGE END   " AGE-RUN-DATE " " AGE-RUN-TIME " cases:" CASE-READ-COUNT " open:" OPEN-COUNT " over-" BAND-QUARTER-DAYS ":" BAND-OVER-COUNT) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
       MOVE WORST-CONDITION TO RETURN-CODE.
       STOP RUN.

*> One case - counted by status, and listed with its age and band when
*> it is still waiting on an analyst. The recovered reading is left off
*> the report: the case listing is where the text is looked at, and
*> masked there.
AgeCase.
       IF IC-CASE-DATE IS GREATER THAN ASOF-DATE
           ADD 1 TO LATER-COUNT
       ELSE
           ADD 1 TO CASE-READ-COUNT
           *> A verdict reached after the as-of date had not been
           *> reached yet on that day - the case was still open then
           IF IC-CONFIRMED AND IC-CLOSED-DATE IS NOT GREATER THAN ASOF-DATE
               ADD 1 TO CONFIRMED-COUNT
           ELSE
               IF IC-DISPROVED AND IC-CLOSED-DATE IS NOT GREATER THAN ASOF-DATE
                   ADD 1 TO DISPROVED-COUNT
               ELSE
                   ADD 1 TO OPEN-COUNT
                   PERFORM WriteOpenCaseLine
               END-IF
           END-IF
       END-IF.

*> An open case, its age in days since the solve run opened it, and the
*> band that age falls in.
WriteOpenCaseLine.
       MOVE 0 TO AGE-SHOW.
       MOVE IC-CASE-DATE TO VAL-DATE.
       PERFORM ValidateDate.
       IF DATE-OK
           COMPUTE OPENED-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(VAL-DATE))
           COMPUTE AGE-SHOW = ASOF-INT - OPENED-INT
       END-IF.
       IF AGE-SHOW IS NOT GREATER THAN BAND-WEEK-DAYS
           ADD 1 TO BAND-WEEK-COUNT
           MOVE "0-7" TO BAND-TEXT
       ELSE IF AGE-SHOW IS NOT GREATER THAN BAND-MONTH-DAYS
           ADD 1 TO BAND-MONTH-COUNT
           MOVE "8-30" TO BAND-TEXT
       ELSE IF AGE-SHOW IS NOT GREATER THAN BAND-QUARTER-DAYS
           ADD 1 TO BAND-QUARTER-COUNT
           MOVE "31-90" TO BAND-TEXT
       ELSE
           ADD 1 TO BAND-OVER-COUNT
           MOVE "OVER 90" TO BAND-TEXT
       END-IF.
       MOVE FUNCTION CONCATENATE(IC-CASE-DATE "-" IC-CASE-SEQ) TO CASE-SHOW.
       MOVE FUNCTION CONCATENATE("  OPEN  " CASE-SHOW " age:" AGE-SHOW " days band:" BAND-TEXT " corr:" IC-CORR-ID " mode:" IC-CIPHER-MODE " leading key:" IC-RECOVERED-KEY " cipher:" FUNCTION TRIM(IC-CIPHER-TEXT)) TO REPORT-RECORD.
       WRITE REPORT-RECORD.

WriteAgingTotals.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE FUNCTION CONCATENATE("Open Cases by Age - 0-7 days:" BAND-WEEK-COUNT " 8-30 days:" BAND-MONTH-COUNT " 31-90 days:" BAND-QUARTER-COUNT " over 90 days:" BAND-OVER-COUNT) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE FUNCTION CONCATENATE("Case Totals - Cases:" CASE-READ-COUNT " Open:" OPEN-COUNT " Confirmed:" CONFIRMED-COUNT " Disproved:" DISPROVED-COUNT " Opened after as-of:" LATER-COUNT) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       DISPLAY FUNCTION CONCATENATE("Case Totals - Cases:" CASE-READ-COUNT " Open:" OPEN-COUNT " Confirmed:" CONFIRMED-COUNT " Disproved:" DISPROVED-COUNT " Opened after as-of:" LATER-COUNT).

*> Is VAL-DATE a date at all - numeric, a real month, a day a month can
*> hold.
ValidateDate.
       MOVE "Y" TO DATE-OK-SW.
       IF VAL-DATE IS NOT NUMERIC
           MOVE "N" TO DATE-OK-SW
       ELSE IF VAL-MM IS LESS THAN 1 OR VAL-MM IS GREATER THAN 12
           MOVE "N" TO DATE-OK-SW
       ELSE IF VAL-DD IS LESS THAN 1 OR VAL-DD IS GREATER THAN 31
           MOVE "N" TO DATE-OK-SW
       END-IF.
