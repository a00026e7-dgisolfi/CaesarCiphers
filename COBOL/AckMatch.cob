IDENTIFICATION DIVISION.
PROGRAM-ID. AckMatch.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The transmission log every encrypt run, rejects rerun and key
    *> compromise re-send appends to - one TXLOGREC line per group put
    *> on a transmission file, in its trailer's own count and checksum.
    *> OPTIONAL: an installation that has never transmitted has no log.
    SELECT OPTIONAL TXLOG-FILE ASSIGN TO "CIPHERTXL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXL-STATUS.
    *> The acknowledgements the desks have returned, collected by
    *> operations onto one file - CIPHREC record type "K", one per group
    *> a desk took off its transmission file. OPTIONAL for the same
    *> reason: no returns yet means everything is still outstanding.
    SELECT OPTIONAL ACK-FILE ASSIGN TO "CIPHERACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-STATUS.
    *> The match report - per correspondent, every transmission matched,
    *> disputed, awaiting, or overdue for its acknowledgement, and any
    *> acknowledgement nothing on the log accounts for.
    SELECT REPORT-FILE ASSIGN TO "ACKMATRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RPT-FILE-STATUS.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CIPHERAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TXLOG-FILE.
       COPY TXLOGREC.

*> Same CIPHREC shape the desks receive their traffic in - only the
*> acknowledgement record type is expected here.
FD  ACK-FILE.
       COPY CIPHREC REPLACING ==CIPHER-BATCH-RECORD== BY ==ACK-RECORD==
                              LEADING ==CB== BY ==AK==.

FD  REPORT-FILE.
       01 REPORT-RECORD PIC x(132).

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

WORKING-STORAGE SECTION.
       01 TXL-STATUS PIC x(02).
       01 ACK-STATUS PIC x(02).
       01 RPT-FILE-STATUS PIC x(02).
       01 AUD-STATUS PIC x(02).
       01 TXL-EOF-SW PIC x(1) VALUE "N".
           88 TXL-EOF VALUE "Y".
       01 ACK-EOF-SW PIC x(1) VALUE "N".
           88 ACK-EOF VALUE "Y".
       01 AKM-RUN-DATE PIC x(8).
       01 AKM-RUN-TIME PIC x(6).
       *> The PARM: grace days, then an optional as-of date ("3" or
       *> "3 20240315"). A transmission older than the grace with no
       *> acknowledgement is overdue; a younger one is only awaiting.
       *> The default grace is three days - a desk that has not
       *> answered by then is worth a call.
       01 PARM-FIELD PIC x(40).
       01 PARM-TRIMMED PIC x(40).
       01 PARM-DAYS-TOK PIC x(20).
       01 PARM-ASOF-TOK PIC x(20).
       01 GRACE-DAYS PIC 9(3) VALUE 3.
       01 ASOF-DATE PIC x(8).
       01 VAL-DATE PIC x(8).
       01 VAL-DATE-NUM REDEFINES VAL-DATE.
           05 VAL-YYYY PIC 9(4).
           05 VAL-MM PIC 9(2).
           05 VAL-DD PIC 9(2).
       01 DATE-OK-SW PIC x(1) VALUE "Y".
           88 DATE-OK VALUE "Y".
       01 ASOF-INT PIC 9(7).
       01 SENT-INT PIC 9(7).
       01 AGE-DAYS PIC S9(5).
       01 AGE-SHOW PIC 9(5).
       *> Every logged transmission, with what the match made of it:
       *> M matched, D disputed, U unacknowledged past the grace,
       *> W awaiting inside it
       01 TXT-TABLE.
           05 TXT-ENTRY OCCURS 5000 TIMES.
               10 TXT-RUN-DATE PIC x(08).
               10 TXT-CORR-ID PIC x(08).
               10 TXT-DESTINATION PIC x(12).
               10 TXT-MSG-COUNT PIC 9(07).
               10 TXT-CHECKSUM PIC 9(09).
               10 TXT-SOURCE PIC x(01).
               10 TXT-RESULT PIC x(01).
                   88 TXT-MATCHED  VALUE "M".
                   88 TXT-DISPUTED VALUE "D".
                   88 TXT-OVERDUE  VALUE "U".
                   88 TXT-AWAITING VALUE "W".
               10 TXT-ACK-IX PIC 9(04).
       01 TXT-COUNT PIC 9(4) VALUE 0.
       01 TXT-IX PIC 9(4).
       01 TXT-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 TXT-FULL-WARNED VALUE "Y".
       *> Every acknowledgement returned, and whether a transmission
       *> has claimed it yet - one acknowledgement answers one group
       01 ACKT-TABLE.
           05 ACKT-ENTRY OCCURS 5000 TIMES.
               10 ACKT-RUN-DATE PIC x(08).
               10 ACKT-CORR-ID PIC x(08).
               10 ACKT-MSG-COUNT PIC 9(07).
               10 ACKT-CHECKSUM PIC 9(09).
               10 ACKT-OUTCOME PIC x(01).
                   88 ACKT-DECRYPTED-CLEAN VALUE "C".
               10 ACKT-RECEIVED-DATE PIC x(08).
               10 ACKT-USED-SW PIC x(01).
                   88 ACKT-USED VALUE "Y".
       01 ACKT-COUNT PIC 9(4) VALUE 0.
       01 ACKT-IX PIC 9(4).
       01 ACKT-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 ACKT-FULL-WARNED VALUE "Y".
       01 ACK-FOUND-SW PIC x(1) VALUE "N".
           88 ACK-FOUND VALUE "Y".
       *> The correspondents the report is sectioned by, in the order
       *> the log and the returns first name them
       01 CORL-TABLE.
           05 CORL-CORR-ID PIC x(08) OCCURS 500 TIMES.
       01 CORL-COUNT PIC 9(3) VALUE 0.
       01 CORL-IX PIC 9(3).
       01 CORL-NEW-ID PIC x(08).
       01 CORL-FOUND-SW PIC x(1) VALUE "N".
           88 CORL-FOUND VALUE "Y".
       01 SHOW-CORR PIC x(14).
       01 DISPUTE-TEXT PIC x(44).
       *> Per-correspondent and run totals
       01 CORR-MATCHED PIC 9(5).
       01 CORR-DISPUTED PIC 9(5).
       01 CORR-OVERDUE PIC 9(5).
       01 CORR-AWAITING PIC 9(5).
       01 CORR-ACK-ONLY PIC 9(5).
       01 MATCHED-COUNT PIC 9(5) VALUE 0.
       01 DISPUTED-COUNT PIC 9(5) VALUE 0.
       01 OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 AWAITING-COUNT PIC 9(5) VALUE 0.
       01 ACK-ONLY-COUNT PIC 9(5) VALUE 0.
       01 ACK-BAD-TYPE-COUNT PIC 9(5) VALUE 0.
       *> 0 every transmission matched or still inside its grace,
       *> 4 anything disputed, overdue or unexplained, 12 unusable PARM
       *> or file
       01 WORST-CONDITION PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
       MOVE FUNCTION CURRENT-DATE(1:8) TO AKM-RUN-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO AKM-RUN-TIME.
       MOVE AKM-RUN-DATE TO ASOF-DATE.

       ACCEPT PARM-FIELD FROM COMMAND-LINE.
       MOVE FUNCTION TRIM(PARM-FIELD) TO PARM-TRIMMED.
       MOVE SPACES TO PARM-DAYS-TOK PARM-ASOF-TOK.
       UNSTRING PARM-TRIMMED DELIMITED BY ALL SPACE INTO PARM-DAYS-TOK PARM-ASOF-TOK.
       IF PARM-DAYS-TOK IS NOT EQUAL TO SPACES
           IF FUNCTION TRIM(PARM-DAYS-TOK) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(PARM-DAYS-TOK)) IS LESS THAN 4
               MOVE FUNCTION NUMVAL(PARM-DAYS-TOK) TO GRACE-DAYS
           ELSE
               DISPLAY FUNCTION CONCATENATE("WARNING: grace PARM '" FUNCTION TRIM(PARM-DAYS-TOK) "' is not a day count - using " GRACE-DAYS " days")
           END-IF
       END-IF.
       IF PARM-ASOF-TOK IS NOT EQUAL TO SPACES
           MOVE PARM-ASOF-TOK TO VAL-DATE
           PERFORM ValidateDate
           IF NOT DATE-OK OR PARM-ASOF-TOK(9:12) IS NOT EQUAL TO SPACES
               DISPLAY FUNCTION CONCATENATE("ERROR: as-of date '" FUNCTION TRIM(PARM-ASOF-TOK) "' is not a valid yyyymmdd date - nothing done")
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VAL-DATE TO ASOF-DATE
       END-IF.
       COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ASOF-DATE)).

       OPEN OUTPUT REPORT-FILE.
       IF RPT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open ACKMATRPT - file status:" RPT-FILE-STATUS)
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT TXLOG-FILE.
       IF TXL-STATUS IS NOT EQUAL TO "00" AND TXL-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open transmission log CIPHERTXL - file status:" TXL-STATUS)
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT ACK-FILE.
       IF ACK-STATUS IS NOT EQUAL TO "00" AND ACK-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open acknowledgements CIPHERACK - file status:" ACK-STATUS)
           CLOSE TXLOG-FILE
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE TXLOG-FILE
           CLOSE ACK-FILE
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("AUDIT ACKMATCH START " AKM-RUN-DATE " " AKM-RUN-TIME " grace-days:" GRACE-DAYS " as-of:" ASOF-DATE) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

       PERFORM UNTIL TXL-EOF
           READ TXLOG-FILE
               AT END
                   SET TXL-EOF TO TRUE
               NOT AT END
                   PERFORM LoadTransmission
           END-READ
       END-PERFORM.
       CLOSE TXLOG-FILE.
       PERFORM UNTIL ACK-EOF
           READ ACK-FILE
               AT END
                   SET ACK-EOF TO TRUE
               NOT AT END
                   PERFORM LoadAcknowledgement
           END-READ
       END-PERFORM.
       CLOSE ACK-FILE.

       *> An acknowledgement that agrees with its transmission to the
       *> message is claimed first, so a desk sent two groups on one
       *> date has each answered by the right return; only then are the
       *> leftovers paired by date and desk alone, as disputes.
       PERFORM VARYING TXT-IX FROM 1 BY 1 UNTIL TXT-IX > TXT-COUNT
           PERFORM MatchExact
       END-PERFORM.
       PERFORM VARYING TXT-IX FROM 1 BY 1 UNTIL TXT-IX > TXT-COUNT
           IF TXT-ACK-IX(TXT-IX) IS EQUAL TO 0
               PERFORM MatchLoose
           END-IF
       END-PERFORM.
       PERFORM VARYING TXT-IX FROM 1 BY 1 UNTIL TXT-IX > TXT-COUNT
           IF TXT-ACK-IX(TXT-IX) IS EQUAL TO 0
               PERFORM AgeUnanswered
           END-IF
       END-PERFORM.

       PERFORM WriteMatchReport.
       CLOSE REPORT-FILE.

       IF DISPUTED-COUNT IS GREATER THAN 0 OR OVERDUE-COUNT IS GREATER THAN 0
               OR ACK-ONLY-COUNT IS GREATER THAN 0
           MOVE 4 TO WORST-CONDITION
       END-IF.
       MOVE FUNCTION CURRENT-DATE(9:6) TO AKM-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT ACKMATCH END   " AKM-RUN-DATE " " AKM-RUN-TIME " transmissions:" TXT-COUNT " matched:" MATCHED-COUNT " disputed:" DISPUTED-COUNT " unacknowledged:" OVERDUE-COUNT " ack-only:" ACK-ONLY-COUNT) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
       MOVE WORST-CONDITION TO RETURN-CODE.
       STOP RUN.

*> One log line into the table. Transmissions dated after the as-of
*> date are not this report's business.
LoadTransmission.
       IF TX-RUN-DATE IS GREATER THAN ASOF-DATE
           CONTINUE
       ELSE IF TXT-COUNT IS LESS THAN 5000
           ADD 1 TO TXT-COUNT
           MOVE TX-RUN-DATE TO TXT-RUN-DATE(TXT-COUNT)
           MOVE TX-CORRESPONDENT-ID TO TXT-CORR-ID(TXT-COUNT)
           MOVE TX-DESTINATION TO TXT-DESTINATION(TXT-COUNT)
           MOVE TX-MSG-COUNT TO TXT-MSG-COUNT(TXT-COUNT)
           MOVE TX-CHECKSUM TO TXT-CHECKSUM(TXT-COUNT)
           MOVE TX-SOURCE TO TXT-SOURCE(TXT-COUNT)
           MOVE SPACE TO TXT-RESULT(TXT-COUNT)
           MOVE 0 TO TXT-ACK-IX(TXT-COUNT)
           MOVE TX-CORRESPONDENT-ID TO CORL-NEW-ID
           PERFORM RememberCorrespondent
       ELSE
           IF NOT TXT-FULL-WARNED
               SET TXT-FULL-WARNED TO TRUE
               DISPLAY "WARNING: transmission table is full - later log lines left off the match"
           END-IF
       END-IF.

*> One returned record into the table - anything but an acknowledgement
*> is counted and set aside, never matched.
LoadAcknowledgement.
       IF NOT AK-ACK-RECORD
           ADD 1 TO ACK-BAD-TYPE-COUNT
       ELSE IF ACKT-COUNT IS LESS THAN 5000
           ADD 1 TO ACKT-COUNT
           MOVE AK-ACK-RUN-DATE TO ACKT-RUN-DATE(ACKT-COUNT)
           MOVE AK-ACK-CORRESPONDENT-ID TO ACKT-CORR-ID(ACKT-COUNT)
           MOVE AK-ACK-MSG-COUNT TO ACKT-MSG-COUNT(ACKT-COUNT)
           MOVE AK-ACK-CHECKSUM TO ACKT-CHECKSUM(ACKT-COUNT)
           MOVE AK-ACK-DECRYPT-OUTCOME TO ACKT-OUTCOME(ACKT-COUNT)
           MOVE AK-ACK-RECEIVED-DATE TO ACKT-RECEIVED-DATE(ACKT-COUNT)
           MOVE "N" TO ACKT-USED-SW(ACKT-COUNT)
           MOVE AK-ACK-CORRESPONDENT-ID TO CORL-NEW-ID
           PERFORM RememberCorrespondent
       ELSE
           IF NOT ACKT-FULL-WARNED
               SET ACKT-FULL-WARNED TO TRUE
               DISPLAY "WARNING: acknowledgement table is full - later returns left off the match"
           END-IF
       END-IF.

RememberCorrespondent.
       MOVE "N" TO CORL-FOUND-SW.
       PERFORM VARYING CORL-IX FROM 1 BY 1 UNTIL CORL-IX > CORL-COUNT OR CORL-FOUND
           IF CORL-CORR-ID(CORL-IX) IS EQUAL TO CORL-NEW-ID
               SET CORL-FOUND TO TRUE
           END-IF
       END-PERFORM.
       IF NOT CORL-FOUND
           IF CORL-COUNT IS LESS THAN 500
               ADD 1 TO CORL-COUNT
               MOVE CORL-NEW-ID TO CORL-CORR-ID(CORL-COUNT)
           ELSE
               DISPLAY FUNCTION CONCATENATE("WARNING: correspondent list is full - " CORL-NEW-ID " left off the report")
           END-IF
       END-IF.

*> The acknowledgement that agrees with this transmission in every
*> number. A desk that received it all but failed its own decrypt has
*> still answered - the transmission is disputed, not matched.
MatchExact.
       MOVE "N" TO ACK-FOUND-SW.
       PERFORM VARYING ACKT-IX FROM 1 BY 1 UNTIL ACKT-IX > ACKT-COUNT OR ACK-FOUND
           IF NOT ACKT-USED(ACKT-IX)
                   AND ACKT-RUN-DATE(ACKT-IX) IS EQUAL TO TXT-RUN-DATE(TXT-IX)
                   AND ACKT-CORR-ID(ACKT-IX) IS EQUAL TO TXT-CORR-ID(TXT-IX)
                   AND ACKT-MSG-COUNT(ACKT-IX) IS EQUAL TO TXT-MSG-COUNT(TXT-IX)
                   AND ACKT-CHECKSUM(ACKT-IX) IS EQUAL TO TXT-CHECKSUM(TXT-IX)
               SET ACK-FOUND TO TRUE
               SET ACKT-USED(ACKT-IX) TO TRUE
               MOVE ACKT-IX TO TXT-ACK-IX(TXT-IX)
               IF ACKT-DECRYPTED-CLEAN(ACKT-IX)
                   SET TXT-MATCHED(TXT-IX) TO TRUE
               ELSE
                   SET TXT-DISPUTED(TXT-IX) TO TRUE
               END-IF
           END-IF
       END-PERFORM.

*> Same date, same desk, different numbers - the desk answered, but
*> not for what we sent.
MatchLoose.
       MOVE "N" TO ACK-FOUND-SW.
       PERFORM VARYING ACKT-IX FROM 1 BY 1 UNTIL ACKT-IX > ACKT-COUNT OR ACK-FOUND
           IF NOT ACKT-USED(ACKT-IX)
                   AND ACKT-RUN-DATE(ACKT-IX) IS EQUAL TO TXT-RUN-DATE(TXT-IX)
                   AND ACKT-CORR-ID(ACKT-IX) IS EQUAL TO TXT-CORR-ID(TXT-IX)
               SET ACK-FOUND TO TRUE
               SET ACKT-USED(ACKT-IX) TO TRUE
               MOVE ACKT-IX TO TXT-ACK-IX(TXT-IX)
               SET TXT-DISPUTED(TXT-IX) TO TRUE
           END-IF
       END-PERFORM.

*> Nothing came back. Past the grace it is overdue; a log date that is
*> not a date cannot be aged and is treated as overdue rather than
*> quietly left waiting.
AgeUnanswered.
       MOVE TXT-RUN-DATE(TXT-IX) TO VAL-DATE.
       PERFORM ValidateDate.
       IF NOT DATE-OK
           SET TXT-OVERDUE(TXT-IX) TO TRUE
       ELSE
           COMPUTE SENT-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(VAL-DATE))
           COMPUTE AGE-DAYS = ASOF-INT - SENT-INT
           IF AGE-DAYS IS GREATER THAN OR EQUAL TO GRACE-DAYS
               SET TXT-OVERDUE(TXT-IX) TO TRUE
           ELSE
               SET TXT-AWAITING(TXT-IX) TO TRUE
           END-IF
       END-IF.

*> The report: one section per correspondent - each transmission with
*> its verdict, then any return nothing on the log accounts for, then
*> the desk's totals - and the run totals at the foot.
WriteMatchReport.
       MOVE FUNCTION CONCATENATE("Transmission Acknowledgement Match - Run Date: " AKM-RUN-DATE " As-of: " ASOF-DATE " Grace: " GRACE-DAYS " days") TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       PERFORM VARYING CORL-IX FROM 1 BY 1 UNTIL CORL-IX > CORL-COUNT
           PERFORM WriteCorrSection
       END-PERFORM.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       IF ACK-BAD-TYPE-COUNT IS GREATER THAN 0
           MOVE FUNCTION CONCATENATE("WARNING: " ACK-BAD-TYPE-COUNT " records on CIPHERACK were not acknowledgement records - ignored") TO REPORT-RECORD
           WRITE REPORT-RECORD
       END-IF.
       MOVE FUNCTION CONCATENATE("Match Totals - Transmissions:" TXT-COUNT " Matched:" MATCHED-COUNT " Disputed:" DISPUTED-COUNT " Unacknowledged:" OVERDUE-COUNT " Awaiting:" AWAITING-COUNT " Ack-only:" ACK-ONLY-COUNT) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       DISPLAY FUNCTION CONCATENATE("Match Totals - Transmissions:" TXT-COUNT " Matched:" MATCHED-COUNT " Disputed:" DISPUTED-COUNT " Unacknowledged:" OVERDUE-COUNT " Awaiting:" AWAITING-COUNT " Ack-only:" ACK-ONLY-COUNT).

WriteCorrSection.
       IF CORL-CORR-ID(CORL-IX) IS EQUAL TO SPACES
           MOVE "(unattributed)" TO SHOW-CORR
       ELSE
           MOVE CORL-CORR-ID(CORL-IX) TO SHOW-CORR
       END-IF.
       MOVE 0 TO CORR-MATCHED CORR-DISPUTED CORR-OVERDUE CORR-AWAITING CORR-ACK-ONLY.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE FUNCTION CONCATENATE("Correspondent " SHOW-CORR) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       PERFORM VARYING TXT-IX FROM 1 BY 1 UNTIL TXT-IX > TXT-COUNT
           IF TXT-CORR-ID(TXT-IX) IS EQUAL TO CORL-CORR-ID(CORL-IX)
               PERFORM WriteTransmissionLine
           END-IF
       END-PERFORM.
       PERFORM VARYING ACKT-IX FROM 1 BY 1 UNTIL ACKT-IX > ACKT-COUNT
           IF ACKT-CORR-ID(ACKT-IX) IS EQUAL TO CORL-CORR-ID(CORL-IX)
                   AND NOT ACKT-USED(ACKT-IX)
               ADD 1 TO CORR-ACK-ONLY
               ADD 1 TO ACK-ONLY-COUNT
               MOVE FUNCTION CONCATENATE("  ACK-ONLY       " ACKT-RUN-DATE(ACKT-IX) " desk:" ACKT-MSG-COUNT(ACKT-IX) "/" ACKT-CHECKSUM(ACKT-IX) " outcome:" ACKT-OUTCOME(ACKT-IX) " received:" ACKT-RECEIVED-DATE(ACKT-IX) " - no transmission on the log") TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       END-PERFORM.
       MOVE FUNCTION CONCATENATE("  Totals - matched:" CORR-MATCHED " disputed:" CORR-DISPUTED " unacknowledged:" CORR-OVERDUE " awaiting:" CORR-AWAITING " ack-only:" CORR-ACK-ONLY) TO REPORT-RECORD.
       WRITE REPORT-RECORD.

*> One transmission and its verdict - sent numbers always, the desk's
*> numbers when it answered, the age when it has not.
WriteTransmissionLine.
       IF TXT-MATCHED(TXT-IX)
           ADD 1 TO CORR-MATCHED
           ADD 1 TO MATCHED-COUNT
           MOVE TXT-ACK-IX(TXT-IX) TO ACKT-IX
           MOVE FUNCTION CONCATENATE("  MATCHED        " TXT-RUN-DATE(TXT-IX) " " TXT-DESTINATION(TXT-IX) " sent:" TXT-MSG-COUNT(TXT-IX) "/" TXT-CHECKSUM(TXT-IX) " received:" ACKT-RECEIVED-DATE(ACKT-IX)) TO REPORT-RECORD
       ELSE IF TXT-DISPUTED(TXT-IX)
           ADD 1 TO CORR-DISPUTED
           ADD 1 TO DISPUTED-COUNT
           MOVE TXT-ACK-IX(TXT-IX) TO ACKT-IX
           MOVE SPACES TO DISPUTE-TEXT
           IF ACKT-MSG-COUNT(ACKT-IX) IS NOT EQUAL TO TXT-MSG-COUNT(TXT-IX)
               MOVE "count disagrees" TO DISPUTE-TEXT
           ELSE
               IF ACKT-CHECKSUM(ACKT-IX) IS NOT EQUAL TO TXT-CHECKSUM(TXT-IX)
                   MOVE "checksum disagrees" TO DISPUTE-TEXT
               ELSE
                   MOVE "desk reports its decrypt failed" TO DISPUTE-TEXT
               END-IF
           END-IF
           MOVE FUNCTION CONCATENATE("  DISPUTED       " TXT-RUN-DATE(TXT-IX) " " TXT-DESTINATION(TXT-IX) " sent:" TXT-MSG-COUNT(TXT-IX) "/" TXT-CHECKSUM(TXT-IX) " desk:" ACKT-MSG-COUNT(ACKT-IX) "/" ACKT-CHECKSUM(ACKT-IX) " outcome:" ACKT-OUTCOME(ACKT-IX) " - " FUNCTION TRIM(DISPUTE-TEXT)) TO REPORT-RECORD
       ELSE
           MOVE 0 TO AGE-SHOW
           MOVE TXT-RUN-DATE(TXT-IX) TO VAL-DATE
           PERFORM ValidateDate
           IF DATE-OK
               COMPUTE SENT-INT = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(VAL-DATE))
               COMPUTE AGE-SHOW = ASOF-INT - SENT-INT
           END-IF
           IF TXT-OVERDUE(TXT-IX)
               ADD 1 TO CORR-OVERDUE
               ADD 1 TO OVERDUE-COUNT
               MOVE FUNCTION CONCATENATE("  UNACKNOWLEDGED " TXT-RUN-DATE(TXT-IX) " " TXT-DESTINATION(TXT-IX) " sent:" TXT-MSG-COUNT(TXT-IX) "/" TXT-CHECKSUM(TXT-IX) " age:" AGE-SHOW " days") TO REPORT-RECORD
           ELSE
               ADD 1 TO CORR-AWAITING
               ADD 1 TO AWAITING-COUNT
               MOVE FUNCTION CONCATENATE("  AWAITING       " TXT-RUN-DATE(TXT-IX) " " TXT-DESTINATION(TXT-IX) " sent:" TXT-MSG-COUNT(TXT-IX) "/" TXT-CHECKSUM(TXT-IX) " age:" AGE-SHOW " days") TO REPORT-RECORD
           END-IF
       END-IF.
       WRITE REPORT-RECORD.

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
