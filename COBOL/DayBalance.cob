IDENTIFICATION DIVISION.
PROGRAM-ID. DayBalance.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The permanent message history master - one record per message
    *> every run processed, the day's records together under their run
    *> date. The balancing reads one date's slice of it.
    SELECT HISTORY-FILE ASSIGN TO "CIPHERHIS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY
        FILE STATUS IS HIS-FILE-STATUS.
    *> The audit trail - read for the day's START/END lines first, then
    *> appended with this run's own. OPTIONAL so a fresh installation
    *> balances an empty day instead of abending.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CIPHERAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-STATUS.
    *> The Cipher run's status record - normally the latest run only,
    *> though operations may allocate the night's saved generations
    *> here together. Each one is held against the AUDIT END line of
    *> the same run date and time.
    SELECT OPTIONAL STATUS-FILE ASSIGN TO "CIPHERSTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ST-FILE-STATUS.
    *> The transmission log - every group capped on a transmission
    *> file, in its trailer's own numbers, and the list of which
    *> transmission files the day's runs wrote.
    SELECT OPTIONAL TXLOG-FILE ASSIGN TO "CIPHERTXL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXL-STATUS.
    *> The correspondent master - which transmission file a desk's
    *> encrypt traffic should have gone out on, so a file the log never
    *> heard of is still opened and counted.
    SELECT CORR-FILE ASSIGN TO "CIPHERCOR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CR-CORR-ID
        FILE STATUS IS CORR-STATUS.
    *> Each transmission file in turn - the default CIPHEROUT or a
    *> correspondent's registered destination - assigned through
    *> BAL-DEST-NAME the same way the encrypt run writes them.
    SELECT TRANSMIT-FILE ASSIGN TO BAL-DEST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRN-STATUS.
    *> The balancing report - what each book says for the day, and
    *> every place they disagree.
    SELECT REPORT-FILE ASSIGN TO "DAYBALRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RPT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
       COPY HISTREC.

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

FD  STATUS-FILE.
       COPY STATREC.

FD  TXLOG-FILE.
       COPY TXLOGREC.

FD  CORR-FILE.
       COPY CORRREC.

*> Same CIPHREC shape the desks receive - only the data names differ.
FD  TRANSMIT-FILE.
       COPY CIPHREC REPLACING ==CIPHER-BATCH-RECORD== BY ==TRANSMIT-RECORD==
                              LEADING ==CB== BY ==TR==.

FD  REPORT-FILE.
       01 REPORT-RECORD PIC x(132).

WORKING-STORAGE SECTION.
       01 HIS-FILE-STATUS PIC x(02).
       01 AUD-STATUS PIC x(02).
       01 ST-FILE-STATUS PIC x(02).
       01 TXL-STATUS PIC x(02).
       01 CORR-STATUS PIC x(02).
       01 TRN-STATUS PIC x(02).
       01 RPT-FILE-STATUS PIC x(02).
       01 HIS-EOF-SW PIC x(1) VALUE "N".
           88 HIS-EOF VALUE "Y".
       01 AUD-EOF-SW PIC x(1) VALUE "N".
           88 AUD-EOF VALUE "Y".
       01 ST-EOF-SW PIC x(1) VALUE "N".
           88 ST-EOF VALUE "Y".
       01 TXL-EOF-SW PIC x(1) VALUE "N".
           88 TXL-EOF VALUE "Y".
       01 TRN-EOF-SW PIC x(1) VALUE "N".
           88 TRN-EOF VALUE "Y".
       01 CORR-OPEN-SW PIC x(1) VALUE "N".
           88 CORR-OPEN VALUE "Y".
       01 BAL-RUN-DATE PIC x(8).
       01 BAL-RUN-TIME PIC x(6).
       *> The PARM: the run date to balance, yyyymmdd. Without one the
       *> run balances today - the nightly job runs after the last
       *> cipher run of the day and before the morning distribution.
       01 PARM-FIELD PIC x(40).
       01 PARM-DATE-TOK PIC x(20).
       01 BAL-DATE PIC x(8).
       01 VAL-DATE PIC x(8).
       01 VAL-DATE-NUM REDEFINES VAL-DATE.
           05 VAL-YYYY PIC 9(4).
           05 VAL-MM PIC 9(2).
           05 VAL-DD PIC 9(2).
       01 DATE-OK-SW PIC x(1) VALUE "Y".
           88 DATE-OK VALUE "Y".
       *> The audit line pulled apart, the way the audit summary does it
       01 AUD-TOKENS.
           05 AUD-TOK PIC x(24) OCCURS 12 TIMES.
       01 TOK-NAME PIC x(16).
       01 TOK-VALUE PIC x(16).
       01 tk PIC 9(2).
       01 TAG-WK PIC x(8).
       01 TAG-TIME-WK PIC x(6).
       *> The day's cipher runs off the audit trail, in file order. A
       *> run is O open (START, no END yet), E ended, A abended (a later
       *> START came first), or R abended and then recovered - a later
       *> run's END said it was a checkpoint restart, and its counts
       *> carry the dead run's work.
       01 RUN-TABLE.
           05 RUN-ENTRY OCCURS 200 TIMES.
               10 RUN-START-TIME PIC x(06).
               10 RUN-END-TIME PIC x(06).
               10 RUN-MODE PIC x(01).
               10 RUN-CIPHER PIC x(01).
               10 RUN-STATE PIC x(01).
                   88 RUN-OPEN      VALUE "O".
                   88 RUN-ENDED     VALUE "E".
                   88 RUN-ABENDED   VALUE "A".
                   88 RUN-RECOVERED VALUE "R".
               10 RUN-PROCESSED PIC 9(7).
               10 RUN-REJECTED PIC 9(7).
               10 RUN-HELD PIC 9(7).
               10 RUN-UNRECORDED PIC 9(7).
               10 RUN-RECON PIC x(06).
               10 RUN-RESTART PIC x(01).
               10 RUN-RECOVERED-BY PIC x(06).
               10 RUN-STATUS-SEEN-SW PIC x(01).
                   88 RUN-STATUS-SEEN VALUE "Y".
       01 RUN-COUNT PIC 9(3) VALUE 0.
       01 RUN-IX PIC 9(3).
       01 RUN-AX PIC 9(3).
       01 PEND-RUN-IX PIC 9(3) VALUE 0.
       01 RUN-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 RUN-FULL-WARNED VALUE "Y".
       01 RUN-FOUND-SW PIC x(1) VALUE "N".
           88 RUN-FOUND VALUE "Y".
       01 RUN-STATE-TEXT PIC x(40).
       *> The maintenance and reporting runs carry their own tag; each
       *> tag may have one run open at a time
       01 TAG-TABLE.
           05 TAG-ENTRY OCCURS 30 TIMES.
               10 TAG-NAME PIC x(08).
               10 TAG-START-TIME PIC x(06).
               10 TAG-OPEN-SW PIC x(01).
                   88 TAG-OPEN VALUE "Y".
       01 TAG-COUNT PIC 9(2) VALUE 0.
       01 TAG-IX PIC 9(2).
       01 TAG-FOUND-SW PIC x(1) VALUE "N".
           88 TAG-FOUND VALUE "Y".
       *> Tagged runs that never wrote their END, for the report
       01 ORPHAN-TABLE.
           05 ORPHAN-ENTRY OCCURS 50 TIMES.
               10 ORPHAN-TAG PIC x(08).
               10 ORPHAN-TIME PIC x(06).
       01 ORPHAN-COUNT PIC 9(2) VALUE 0.
       01 ORPHAN-IX PIC 9(2).
       01 ORPHAN-TOTAL PIC 9(5) VALUE 0.
       01 ORPHAN-END-COUNT PIC 9(5) VALUE 0.
       *> What the audit trail says history should hold for the day -
       *> only runs that record history count (not inquiry or verify)
       01 EXP-PROCESSED PIC 9(9) VALUE 0.
       01 EXP-REJECTED PIC 9(9) VALUE 0.
       01 EXP-HELD PIC 9(9) VALUE 0.
       *> What history actually holds for the day
       01 HIS-DAY-COUNT PIC 9(9) VALUE 0.
       01 HIS-DAY-ACCEPTED PIC 9(9) VALUE 0.
       01 HIS-DAY-REJECTED PIC 9(9) VALUE 0.
       01 HIS-DAY-HELD PIC 9(9) VALUE 0.
       01 HIS-FIRST-SEQ PIC 9(7) VALUE 0.
       01 HIS-LAST-SEQ PIC 9(7) VALUE 0.
       *> The last ordinal missing ahead of the day's first one
       01 HIS-LEAD-MISSING PIC 9(7) VALUE 0.
       01 HIS-EXPECT-SEQ PIC 9(7) VALUE 1.
       01 HIS-GAP-COUNT PIC 9(5) VALUE 0.
       01 HIS-GAP-FROM PIC 9(7).
       01 HIS-GAP-TO PIC 9(7).
       01 HIS-GAP-TABLE.
           05 HIS-GAP-LINE PIC x(40) OCCURS 20 TIMES.
       01 HIS-TEXT-LEN PIC 9(3).
       *> Per correspondent: accepted encrypt traffic on history, what
       *> the transmission log says was sent (the cipher runs' groups,
       *> and re-sends from a key compromise separately), and what the
       *> transmission files' own trailers carry
       01 BCR-TABLE.
           05 BCR-ENTRY OCCURS 500 TIMES.
               10 BCR-CORR-ID PIC x(08).
               10 BCR-HIS-COUNT PIC 9(7).
               10 BCR-HIS-SUM PIC 9(9).
               10 BCR-LOG-COUNT PIC 9(7).
               10 BCR-LOG-SUM PIC 9(9).
               10 BCR-RESENT-COUNT PIC 9(7).
               10 BCR-RESENT-SUM PIC 9(9).
               10 BCR-TRL-COUNT PIC 9(7).
               10 BCR-TRL-SUM PIC 9(9).
       01 BCR-COUNT PIC 9(3) VALUE 0.
       01 BCR-IX PIC 9(3).
       01 BCR-NEW-ID PIC x(08).
       01 BCR-FOUND-SW PIC x(1) VALUE "N".
           88 BCR-FOUND VALUE "Y".
       01 BCR-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 BCR-FULL-WARNED VALUE "Y".
       01 BCR-EXP-COUNT PIC 9(7).
       01 BCR-EXP-SUM PIC 9(9).
       01 SHOW-CORR PIC x(14).
       *> The transmission files to open, from the log and the master
       01 BDS-TABLE.
           05 BDS-ENTRY OCCURS 50 TIMES.
               10 BDS-NAME PIC x(12).
               10 BDS-GROUPS PIC 9(5).
               10 BDS-DETAILS PIC 9(7).
               10 BDS-TRL-COUNT PIC 9(7).
               10 BDS-TRL-SUM PIC 9(9).
               10 BDS-BAD PIC 9(5).
       01 BDS-COUNT PIC 9(2) VALUE 0.
       01 BDS-IX PIC 9(2).
       01 BDS-NEW-NAME PIC x(12).
       01 BDS-FOUND-SW PIC x(1) VALUE "N".
           88 BDS-FOUND VALUE "Y".
       01 BAL-DEST-NAME PIC x(12).
       *> One transmission group as it is read back
       01 GRP-OPEN-SW PIC x(1) VALUE "N".
           88 GRP-OPEN VALUE "Y".
       01 GRP-TODAY-SW PIC x(1) VALUE "N".
           88 GRP-TODAY VALUE "Y".
       01 GRP-CORR-ID PIC x(08).
       01 GRP-DETAILS PIC 9(7).
       01 GRP-SUM PIC 9(9).
       01 GRP-TEXT-LEN PIC 9(3).
       *> Status records checked, and the breaks found - every break is
       *> a reason to hold the morning distribution
       01 STATUS-SEEN-COUNT PIC 9(3) VALUE 0.
       01 STATUS-LATEST-DATE PIC x(8) VALUE SPACES.
       01 BREAK-COUNT PIC 9(5) VALUE 0.
       01 NOTE-COUNT PIC 9(5) VALUE 0.
       01 BREAK-TEXT PIC x(120).
       *> 0 the books close, 4 they close but something could not be
       *> checked, 8 out of balance - hold the distribution, 12 the run
       *> could not be made (PARM or file)
       01 WORST-CONDITION PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
       MOVE FUNCTION CURRENT-DATE(1:8) TO BAL-RUN-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO BAL-RUN-TIME.
       MOVE BAL-RUN-DATE TO BAL-DATE.

       ACCEPT PARM-FIELD FROM COMMAND-LINE.
       MOVE SPACES TO PARM-DATE-TOK.
       UNSTRING FUNCTION TRIM(PARM-FIELD) DELIMITED BY ALL SPACE INTO PARM-DATE-TOK.
       IF PARM-DATE-TOK IS NOT EQUAL TO SPACES
           MOVE PARM-DATE-TOK TO VAL-DATE
           PERFORM ValidateDate
           IF NOT DATE-OK OR PARM-DATE-TOK(9:12) IS NOT EQUAL TO SPACES
               DISPLAY FUNCTION CONCATENATE("ERROR: run date PARM '" FUNCTION TRIM(PARM-DATE-TOK) "' is not a valid yyyymmdd date - nothing done")
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VAL-DATE TO BAL-DATE
       END-IF.

       OPEN OUTPUT REPORT-FILE.
       IF RPT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open DAYBALRPT - file status:" RPT-FILE-STATUS)
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT HISTORY-FILE.
       IF HIS-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open history master CIPHERHIS - file status:" HIS-FILE-STATUS)
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       *> The day's runs come off the trail before this run adds its
       *> own START, so the balancing never finds itself still open
       OPEN INPUT AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL AUD-EOF
           READ AUDIT-FILE
               AT END
                   SET AUD-EOF TO TRUE
               NOT AT END
                   PERFORM TakeAuditLine
           END-READ
       END-PERFORM.
       CLOSE AUDIT-FILE.
       *> A run still open at the end of the trail never finished - or
       *> is running now, which is no better for the books
       MOVE 0 TO PEND-RUN-IX.
       PERFORM VARYING TAG-IX FROM 1 BY 1 UNTIL TAG-IX > TAG-COUNT
           IF TAG-OPEN(TAG-IX)
               PERFORM RecordTagOrphan
           END-IF
       END-PERFORM.

       OPEN EXTEND AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("AUDIT DAYBAL START " BAL-RUN-DATE " " BAL-RUN-TIME " run-date:" BAL-DATE) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

       *> Without the correspondent master the log still names the
       *> files the day's runs wrote; only a file the log missed would
       *> go unread
       OPEN INPUT CORR-FILE.
       IF CORR-STATUS IS EQUAL TO "00"
           SET CORR-OPEN TO TRUE
       ELSE
           DISPLAY FUNCTION CONCATENATE("WARNING: correspondent master CIPHERCOR not available - file status:" CORR-STATUS " - transmission files taken from the log alone")
       END-IF.

       MOVE FUNCTION CONCATENATE("End-of-Day Balancing - Run Date Balanced: " BAL-DATE "   Run: " BAL-RUN-DATE " " BAL-RUN-TIME) TO REPORT-RECORD.
       WRITE REPORT-RECORD.

       PERFORM WriteRunSection.
       PERFORM CheckStatusFile.
       PERFORM ReadHistoryDay.
       PERFORM WriteHistorySection.
       PERFORM ReadTransmissionLog.
       PERFORM CollectDestinations.
       PERFORM WriteTransmissionSection.
       PERFORM WriteCorrespondentSection.

       IF CORR-OPEN
           CLOSE CORR-FILE
       END-IF.
       CLOSE HISTORY-FILE.

       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       IF BREAK-COUNT IS GREATER THAN 0
           MOVE 8 TO WORST-CONDITION
           MOVE FUNCTION CONCATENATE("OUT OF BALANCE - " BREAK-COUNT " break(s) - hold the distribution for " BAL-DATE) TO REPORT-RECORD
       ELSE IF NOTE-COUNT IS GREATER THAN 0
           MOVE 4 TO WORST-CONDITION
           MOVE FUNCTION CONCATENATE("BALANCED WITH NOTES - " NOTE-COUNT " item(s) could not be checked for " BAL-DATE) TO REPORT-RECORD
       ELSE
           MOVE FUNCTION CONCATENATE("BALANCED - every book agrees for " BAL-DATE) TO REPORT-RECORD
       END-IF.
       WRITE REPORT-RECORD.
       DISPLAY FUNCTION TRIM(REPORT-RECORD).
       CLOSE REPORT-FILE.

       MOVE FUNCTION CURRENT-DATE(9:6) TO BAL-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT DAYBAL END   " BAL-RUN-DATE " " BAL-RUN-TIME " run-date:" BAL-DATE " runs:" RUN-COUNT " history:" HIS-DAY-COUNT " breaks:" BREAK-COUNT " notes:" NOTE-COUNT) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
       MOVE WORST-CONDITION TO RETURN-CODE.
       STOP RUN.

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

*> One audit line. The cipher run writes a bare START/END pair; the
*> other programs put their tag between AUDIT and START/END. Only the
*> balanced date's lines take part.
TakeAuditLine.
       MOVE SPACES TO AUD-TOKENS.
       UNSTRING AUDIT-RECORD DELIMITED BY ALL " " INTO
           AUD-TOK(1) AUD-TOK(2) AUD-TOK(3) AUD-TOK(4) AUD-TOK(5)
           AUD-TOK(6) AUD-TOK(7) AUD-TOK(8) AUD-TOK(9) AUD-TOK(10)
           AUD-TOK(11) AUD-TOK(12).
       IF AUD-TOK(1) IS NOT EQUAL TO "AUDIT"
           CONTINUE
       ELSE IF AUD-TOK(2) IS EQUAL TO "START"
           IF AUD-TOK(3) IS EQUAL TO BAL-DATE
               PERFORM TakeCipherStart
           END-IF
       ELSE IF AUD-TOK(2) IS EQUAL TO "END"
           IF AUD-TOK(3) IS EQUAL TO BAL-DATE
               PERFORM TakeCipherEnd
           END-IF
       ELSE IF AUD-TOK(3) IS EQUAL TO "START" OR AUD-TOK(3) IS EQUAL TO "END"
           IF AUD-TOK(4) IS EQUAL TO BAL-DATE
               PERFORM TakeTaggedLine
           END-IF
       END-IF.

*> A cipher run opened. One already open never wrote its END - it
*> abended, and stays on the books as such unless a restart recovers
*> it.
TakeCipherStart.
       IF PEND-RUN-IX IS GREATER THAN 0
           SET RUN-ABENDED(PEND-RUN-IX) TO TRUE
           MOVE 0 TO PEND-RUN-IX
       END-IF.
       IF RUN-COUNT IS LESS THAN 200
           ADD 1 TO RUN-COUNT
           MOVE RUN-COUNT TO PEND-RUN-IX
           INITIALIZE RUN-ENTRY(RUN-COUNT)
           MOVE AUD-TOK(4) TO RUN-START-TIME(RUN-COUNT)
           SET RUN-OPEN(RUN-COUNT) TO TRUE
           MOVE "N" TO RUN-STATUS-SEEN-SW(RUN-COUNT)
           PERFORM VARYING tk FROM 5 BY 1 UNTIL tk > 12
               PERFORM SplitToken
               IF TOK-NAME IS EQUAL TO "run-mode"
                   MOVE TOK-VALUE(1:1) TO RUN-MODE(RUN-COUNT)
               END-IF
               IF TOK-NAME IS EQUAL TO "cipher"
                   MOVE TOK-VALUE(1:1) TO RUN-CIPHER(RUN-COUNT)
               END-IF
           END-PERFORM
       ELSE
           IF NOT RUN-FULL-WARNED
               SET RUN-FULL-WARNED TO TRUE
               DISPLAY "WARNING: run table is full - later runs of the day not balanced"
               ADD 1 TO NOTE-COUNT
           END-IF
       END-IF.

*> The open cipher run closed - its counts come off the END line. A
*> restart's END also recovers the most recent abended run before it.
TakeCipherEnd.
       IF PEND-RUN-IX IS EQUAL TO 0
           ADD 1 TO ORPHAN-END-COUNT
       ELSE
           MOVE PEND-RUN-IX TO RUN-IX
           MOVE 0 TO PEND-RUN-IX
           SET RUN-ENDED(RUN-IX) TO TRUE
           MOVE AUD-TOK(4) TO RUN-END-TIME(RUN-IX)
           PERFORM VARYING tk FROM 5 BY 1 UNTIL tk > 12
               PERFORM SplitToken
               PERFORM TakeEndToken
           END-PERFORM
           IF RUN-RESTART(RUN-IX) IS EQUAL TO "Y"
               MOVE "N" TO RUN-FOUND-SW
               PERFORM VARYING RUN-AX FROM RUN-IX BY -1 UNTIL RUN-AX < 1 OR RUN-FOUND
                   IF RUN-ABENDED(RUN-AX)
                       SET RUN-RECOVERED(RUN-AX) TO TRUE
                       MOVE RUN-END-TIME(RUN-IX) TO RUN-RECOVERED-BY(RUN-AX)
                       SET RUN-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

TakeEndToken.
       IF TOK-NAME IS EQUAL TO "processed"
           MOVE FUNCTION NUMVAL(TOK-VALUE) TO RUN-PROCESSED(RUN-IX)
       ELSE IF TOK-NAME IS EQUAL TO "rejected"
           MOVE FUNCTION NUMVAL(TOK-VALUE) TO RUN-REJECTED(RUN-IX)
       ELSE IF TOK-NAME IS EQUAL TO "held"
           MOVE FUNCTION NUMVAL(TOK-VALUE) TO RUN-HELD(RUN-IX)
       ELSE IF TOK-NAME IS EQUAL TO "unrecorded"
           MOVE FUNCTION NUMVAL(TOK-VALUE) TO RUN-UNRECORDED(RUN-IX)
       ELSE IF TOK-NAME IS EQUAL TO "reconciliation"
           MOVE TOK-VALUE TO RUN-RECON(RUN-IX)
       ELSE IF TOK-NAME IS EQUAL TO "restart"
           MOVE TOK-VALUE(1:1) TO RUN-RESTART(RUN-IX)
       END-IF.

*> A tagged START or END. A START while the tag is already open means
*> the earlier one never finished; an END with nothing open means the
*> trail was clipped.
TakeTaggedLine.
       MOVE AUD-TOK(2) TO TAG-WK.
       MOVE AUD-TOK(5) TO TAG-TIME-WK.
       MOVE "N" TO TAG-FOUND-SW.
       PERFORM VARYING TAG-IX FROM 1 BY 1 UNTIL TAG-IX > TAG-COUNT OR TAG-FOUND
           IF TAG-NAME(TAG-IX) IS EQUAL TO TAG-WK
               SET TAG-FOUND TO TRUE
           END-IF
       END-PERFORM.
       IF TAG-FOUND
           SUBTRACT 1 FROM TAG-IX
       ELSE
           IF TAG-COUNT IS LESS THAN 30
               ADD 1 TO TAG-COUNT
               MOVE TAG-COUNT TO TAG-IX
               MOVE TAG-WK TO TAG-NAME(TAG-IX)
               MOVE "N" TO TAG-OPEN-SW(TAG-IX)
               SET TAG-FOUND TO TRUE
           END-IF
       END-IF.
       IF TAG-FOUND
           IF AUD-TOK(3) IS EQUAL TO "START"
               IF TAG-OPEN(TAG-IX)
                   PERFORM RecordTagOrphan
               END-IF
               SET TAG-OPEN(TAG-IX) TO TRUE
               MOVE TAG-TIME-WK TO TAG-START-TIME(TAG-IX)
           ELSE
               IF TAG-OPEN(TAG-IX)
                   MOVE "N" TO TAG-OPEN-SW(TAG-IX)
               ELSE
                   ADD 1 TO ORPHAN-END-COUNT
               END-IF
           END-IF
       END-IF.

RecordTagOrphan.
       ADD 1 TO ORPHAN-TOTAL.
       IF ORPHAN-COUNT IS LESS THAN 50
           ADD 1 TO ORPHAN-COUNT
           MOVE TAG-NAME(TAG-IX) TO ORPHAN-TAG(ORPHAN-COUNT)
           MOVE TAG-START-TIME(TAG-IX) TO ORPHAN-TIME(ORPHAN-COUNT)
       END-IF.
       MOVE "N" TO TAG-OPEN-SW(TAG-IX).

*> "name:value" comes apart here, the way the audit summary splits it.
SplitToken.
       MOVE SPACES TO TOK-NAME.
       MOVE SPACES TO TOK-VALUE.
       UNSTRING AUD-TOK(tk) DELIMITED BY ":" INTO TOK-NAME TOK-VALUE.

*> The day's runs as the trail tells it, and what history should hold
*> because of them. Every START needs its END - a cipher run that
*> abended is forgiven only when a restart finished its work.
WriteRunSection.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE "Audit Trail - Cipher Runs" TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       IF RUN-COUNT IS EQUAL TO 0
           MOVE "  no cipher runs on the trail for this date" TO REPORT-RECORD
           WRITE REPORT-RECORD
       END-IF.
       PERFORM VARYING RUN-IX FROM 1 BY 1 UNTIL RUN-IX > RUN-COUNT
           PERFORM JudgeRun
           MOVE FUNCTION CONCATENATE("  " RUN-START-TIME(RUN-IX) " run-mode:" RUN-MODE(RUN-IX) " cipher:" RUN-CIPHER(RUN-IX) " processed:" RUN-PROCESSED(RUN-IX) " rejected:" RUN-REJECTED(RUN-IX) " held:" RUN-HELD(RUN-IX) " unrecorded:" RUN-UNRECORDED(RUN-IX) " - " FUNCTION TRIM(RUN-STATE-TEXT)) TO REPORT-RECORD
           WRITE REPORT-RECORD
       END-PERFORM.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE "Audit Trail - Other Runs" TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       IF ORPHAN-TOTAL IS EQUAL TO 0
           MOVE FUNCTION CONCATENATE("  every START has its END (" TAG-COUNT " program tag(s) seen)") TO REPORT-RECORD
           WRITE REPORT-RECORD
       ELSE
           PERFORM VARYING ORPHAN-IX FROM 1 BY 1 UNTIL ORPHAN-IX > ORPHAN-COUNT
               MOVE FUNCTION CONCATENATE("  BREAK: " FUNCTION TRIM(ORPHAN-TAG(ORPHAN-IX)) " START " ORPHAN-TIME(ORPHAN-IX) " has no END") TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           ADD ORPHAN-TOTAL TO BREAK-COUNT
       END-IF.
       IF ORPHAN-END-COUNT IS GREATER THAN 0
           MOVE FUNCTION CONCATENATE("  BREAK: " ORPHAN-END-COUNT " END line(s) with no START - the trail has been clipped or edited") TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD ORPHAN-END-COUNT TO BREAK-COUNT
       END-IF.

*> One cipher run's standing, and its share of the day's expected
*> history. An inquiry or a verify run writes no history.
JudgeRun.
       IF RUN-OPEN(RUN-IX)
           MOVE "BREAK: no END - still running or abended" TO RUN-STATE-TEXT
           ADD 1 TO BREAK-COUNT
       ELSE IF RUN-ABENDED(RUN-IX)
           MOVE "BREAK: abended, no restart finished it" TO RUN-STATE-TEXT
           ADD 1 TO BREAK-COUNT
       ELSE IF RUN-RECOVERED(RUN-IX)
           MOVE FUNCTION CONCATENATE("abended - recovered by restart ended " RUN-RECOVERED-BY(RUN-IX)) TO RUN-STATE-TEXT
       ELSE
           IF RUN-RECON(RUN-IX) IS EQUAL TO "OK"
               MOVE FUNCTION CONCATENATE("ended " RUN-END-TIME(RUN-IX)) TO RUN-STATE-TEXT
           ELSE
               MOVE FUNCTION CONCATENATE("BREAK: ended " RUN-END-TIME(RUN-IX) " reconciliation " FUNCTION TRIM(RUN-RECON(RUN-IX))) TO RUN-STATE-TEXT
               ADD 1 TO BREAK-COUNT
           END-IF
           IF RUN-RESTART(RUN-IX) IS EQUAL TO "Y"
               MOVE FUNCTION CONCATENATE(FUNCTION TRIM(RUN-STATE-TEXT) " (restart)") TO RUN-STATE-TEXT
           END-IF
           IF RUN-MODE(RUN-IX) IS NOT EQUAL TO "Q" AND RUN-MODE(RUN-IX) IS NOT EQUAL TO "V"
               ADD RUN-PROCESSED(RUN-IX) TO EXP-PROCESSED
               ADD RUN-HELD(RUN-IX) TO EXP-HELD
               IF RUN-REJECTED(RUN-IX) IS GREATER THAN RUN-UNRECORDED(RUN-IX)
                   COMPUTE EXP-REJECTED = EXP-REJECTED + RUN-REJECTED(RUN-IX) - RUN-UNRECORDED(RUN-IX)
               END-IF
           END-IF
       END-IF.

*> Each status record of the balanced date against the END line
*> written in the same second - the two are written together, so any
*> difference is one of them lying.
CheckStatusFile.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE "Run Status (CIPHERSTS) against the Audit Trail" TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       OPEN INPUT STATUS-FILE.
       IF ST-FILE-STATUS IS NOT EQUAL TO "00" AND ST-FILE-STATUS IS NOT EQUAL TO "05"
           MOVE FUNCTION CONCATENATE("  NOTE: CIPHERSTS cannot be opened - file status:" ST-FILE-STATUS " - status not checked") TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO NOTE-COUNT
       ELSE
           PERFORM UNTIL ST-EOF
               READ STATUS-FILE
                   AT END
                       SET ST-EOF TO TRUE
                   NOT AT END
                       MOVE ST-RUN-DATE TO STATUS-LATEST-DATE
                       IF ST-RUN-DATE IS EQUAL TO BAL-DATE
                           PERFORM CheckStatusRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-FILE
           IF STATUS-SEEN-COUNT IS EQUAL TO 0 AND RUN-COUNT IS GREATER THAN 0
               MOVE FUNCTION CONCATENATE("  NOTE: CIPHERSTS holds no record for " BAL-DATE " (last record dated " STATUS-LATEST-DATE ") - status not checked") TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO NOTE-COUNT
           END-IF
       END-IF.

CheckStatusRecord.
       ADD 1 TO STATUS-SEEN-COUNT.
       IF ST-HOLD-COUNT IS NOT NUMERIC
           MOVE 0 TO ST-HOLD-COUNT
       END-IF.
       IF ST-UNRECORDED-COUNT IS NOT NUMERIC
           MOVE 0 TO ST-UNRECORDED-COUNT
       END-IF.
       MOVE "N" TO RUN-FOUND-SW.
       PERFORM VARYING RUN-IX FROM 1 BY 1 UNTIL RUN-IX > RUN-COUNT OR RUN-FOUND
           IF RUN-END-TIME(RUN-IX) IS EQUAL TO ST-RUN-TIME
                   AND RUN-END-TIME(RUN-IX) IS NOT EQUAL TO SPACES
               SET RUN-FOUND TO TRUE
           END-IF
       END-PERFORM.
       IF NOT RUN-FOUND
           MOVE FUNCTION CONCATENATE("  BREAK: status record " ST-RUN-DATE " " ST-RUN-TIME " matches no AUDIT END on the trail") TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO BREAK-COUNT
       ELSE
           SUBTRACT 1 FROM RUN-IX
           SET RUN-STATUS-SEEN(RUN-IX) TO TRUE
           IF ST-MSG-COUNT IS NOT EQUAL TO RUN-PROCESSED(RUN-IX)
                   OR ST-REJECT-COUNT IS NOT EQUAL TO RUN-REJECTED(RUN-IX)
                   OR ST-HOLD-COUNT IS NOT EQUAL TO RUN-HELD(RUN-IX)
                   OR ST-UNRECORDED-COUNT IS NOT EQUAL TO RUN-UNRECORDED(RUN-IX)
                   OR (ST-RECON-FLAG IS EQUAL TO "Y" AND RUN-RECON(RUN-IX) IS NOT EQUAL TO "OK")
                   OR (ST-RECON-FLAG IS NOT EQUAL TO "Y" AND RUN-RECON(RUN-IX) IS EQUAL TO "OK")
               MOVE FUNCTION CONCATENATE("  BREAK: status " ST-RUN-TIME " says processed:" ST-MSG-COUNT " rejected:" ST-REJECT-COUNT " held:" ST-HOLD-COUNT " unrecorded:" ST-UNRECORDED-COUNT " recon:" ST-RECON-FLAG " - audit END disagrees") TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO BREAK-COUNT
           ELSE
               MOVE FUNCTION CONCATENATE("  status " ST-RUN-TIME " run-mode:" ST-RUN-MODE " processed:" ST-MSG-COUNT " rejected:" ST-REJECT-COUNT " held:" ST-HOLD-COUNT " - agrees with the audit END") TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       END-IF.

*> The balanced date's slice of the history master - counted by
*> status, checked for holes in the day-wide ordinals (the mark a
*> failed write leaves), and accepted encrypt traffic totalled per
*> correspondent the way the transmission trailers total it.
ReadHistoryDay.
       MOVE BAL-DATE TO HIS-RUN-DATE.
       MOVE 0 TO HIS-SEQ.
       START HISTORY-FILE KEY IS GREATER THAN OR EQUAL TO HIS-KEY
           INVALID KEY
               SET HIS-EOF TO TRUE
       END-START.
       PERFORM UNTIL HIS-EOF
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET HIS-EOF TO TRUE
               NOT AT END
                   IF HIS-RUN-DATE IS EQUAL TO BAL-DATE
                       PERFORM TallyHistoryRecord
                   ELSE
                       SET HIS-EOF TO TRUE
                   END-IF
           END-READ
       END-PERFORM.

TallyHistoryRecord.
       ADD 1 TO HIS-DAY-COUNT.
       IF HIS-FIRST-SEQ IS EQUAL TO 0
           MOVE HIS-SEQ TO HIS-FIRST-SEQ
       END-IF.
       MOVE HIS-SEQ TO HIS-LAST-SEQ.
       IF HIS-SEQ IS GREATER THAN HIS-EXPECT-SEQ
           MOVE HIS-EXPECT-SEQ TO HIS-GAP-FROM
           COMPUTE HIS-GAP-TO = HIS-SEQ - 1
           ADD 1 TO HIS-GAP-COUNT
           IF HIS-GAP-COUNT IS LESS THAN 21
               MOVE FUNCTION CONCATENATE("ordinals " HIS-GAP-FROM "-" HIS-GAP-TO) TO HIS-GAP-LINE(HIS-GAP-COUNT)
           END-IF
       END-IF.
       COMPUTE HIS-EXPECT-SEQ = HIS-SEQ + 1.
       IF HIS-ACCEPTED
           ADD 1 TO HIS-DAY-ACCEPTED
           IF HIS-RUN-MODE IS EQUAL TO "E"
               MOVE HIS-CORR-ID TO BCR-NEW-ID
               PERFORM FindBcrEntry
               IF BCR-FOUND
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(HIS-RESULT-TEXT)) TO HIS-TEXT-LEN
                   ADD 1 TO BCR-HIS-COUNT(BCR-IX)
                   ADD HIS-TEXT-LEN TO BCR-HIS-SUM(BCR-IX)
               END-IF
           END-IF
       ELSE
           IF HIS-HELD
               ADD 1 TO HIS-DAY-HELD
           ELSE
               ADD 1 TO HIS-DAY-REJECTED
           END-IF
       END-IF.

*> History against what the day's runs said they did. More on history
*> than the runs processed is work done twice - a restart that
*> replayed its tail; less is work that never reached the system of
*> record - a history write that failed while the run went on.
WriteHistorySection.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE "History Master (CIPHERHIS) against the Audit Trail" TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE FUNCTION CONCATENATE("  history records:" HIS-DAY-COUNT " accepted:" HIS-DAY-ACCEPTED " rejected:" HIS-DAY-REJECTED " held:" HIS-DAY-HELD " ordinals:" HIS-FIRST-SEQ "-" HIS-LAST-SEQ) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE FUNCTION CONCATENATE("  runs reported    processed:" EXP-PROCESSED " rejected:" EXP-REJECTED " held:" EXP-HELD) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       IF HIS-DAY-COUNT IS GREATER THAN EXP-PROCESSED
           MOVE FUNCTION CONCATENATE("  BREAK: history holds more messages than the runs processed - work recorded twice (a restart replaying its tail?)") TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO BREAK-COUNT
       END-IF.
       IF HIS-DAY-COUNT IS LESS THAN EXP-PROCESSED
           MOVE FUNCTION CONCATENATE("  BREAK: history holds fewer messages than the runs processed - history writes were lost") TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO BREAK-COUNT
       END-IF.
       IF HIS-DAY-REJECTED IS NOT EQUAL TO EXP-REJECTED
           MOVE FUNCTION CONCATENATE("  BREAK: rejected messages on history (" HIS-DAY-REJECTED ") disagree with the runs' reject counts (" EXP-REJECTED ")") TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO BREAK-COUNT
       END-IF.
       IF HIS-DAY-HELD IS NOT EQUAL TO EXP-HELD
           MOVE FUNCTION CONCATENATE("  BREAK: held messages on history (" HIS-DAY-HELD ") disagree with the runs' hold counts (" EXP-HELD ")") TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO BREAK-COUNT
       END-IF.
       IF HIS-FIRST-SEQ IS GREATER THAN 1
           COMPUTE HIS-LEAD-MISSING = HIS-FIRST-SEQ - 1
           IF HIS-LEAD-MISSING IS EQUAL TO 1
               MOVE FUNCTION CONCATENATE("  BREAK: the day's ordinals start at " HIS-FIRST-SEQ " - ordinal 1 is missing") TO REPORT-RECORD
           ELSE
               MOVE FUNCTION CONCATENATE("  BREAK: the day's ordinals start at " HIS-FIRST-SEQ " - ordinals 1-" HIS-LEAD-MISSING " are missing") TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO BREAK-COUNT
       END-IF.
       IF HIS-GAP-COUNT IS GREATER THAN 0
           MOVE FUNCTION CONCATENATE("  BREAK: " HIS-GAP-COUNT " hole(s) in the day's ordinals - a write failed after its ordinal was taken") TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO BREAK-COUNT
           PERFORM VARYING tk FROM 1 BY 1 UNTIL tk > HIS-GAP-COUNT OR tk > 20
               MOVE FUNCTION CONCATENATE("    missing " HIS-GAP-LINE(tk)) TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
       END-IF.

*> The log's groups for the balanced date, per correspondent, and
*> every transmission file it names.
ReadTransmissionLog.
       OPEN INPUT TXLOG-FILE.
       IF TXL-STATUS IS NOT EQUAL TO "00" AND TXL-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("WARNING: cannot open transmission log CIPHERTXL - file status:" TXL-STATUS)
           ADD 1 TO NOTE-COUNT
       ELSE
           PERFORM UNTIL TXL-EOF
               READ TXLOG-FILE
                   AT END
                       SET TXL-EOF TO TRUE
                   NOT AT END
                       IF TX-RUN-DATE IS EQUAL TO BAL-DATE
                           PERFORM TakeLogLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXLOG-FILE
       END-IF.

TakeLogLine.
       MOVE TX-DESTINATION TO BDS-NEW-NAME.
       PERFORM AddDestination.
       MOVE TX-CORRESPONDENT-ID TO BCR-NEW-ID.
       PERFORM FindBcrEntry.
       IF BCR-FOUND
           IF TX-FROM-RESEND
               ADD TX-MSG-COUNT TO BCR-RESENT-COUNT(BCR-IX)
               ADD TX-CHECKSUM TO BCR-RESENT-SUM(BCR-IX)
           ELSE
               ADD TX-MSG-COUNT TO BCR-LOG-COUNT(BCR-IX)
               ADD TX-CHECKSUM TO BCR-LOG-SUM(BCR-IX)
           END-IF
       END-IF.

*> A desk with encrypt traffic on history should have a transmission
*> file whether or not the log heard about it - its registered
*> destination, or the default CIPHEROUT.
CollectDestinations.
       PERFORM VARYING BCR-IX FROM 1 BY 1 UNTIL BCR-IX > BCR-COUNT
           IF BCR-HIS-COUNT(BCR-IX) IS GREATER THAN 0
               MOVE "CIPHEROUT" TO BDS-NEW-NAME
               IF BCR-CORR-ID(BCR-IX) IS NOT EQUAL TO SPACES AND CORR-OPEN
                   MOVE BCR-CORR-ID(BCR-IX) TO CR-CORR-ID
                   READ CORR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CR-DESTINATION IS NOT EQUAL TO SPACES
                               MOVE CR-DESTINATION TO BDS-NEW-NAME
                           END-IF
                   END-READ
               END-IF
               PERFORM AddDestination
           END-IF
       END-PERFORM.

AddDestination.
       MOVE "N" TO BDS-FOUND-SW.
       PERFORM VARYING BDS-IX FROM 1 BY 1 UNTIL BDS-IX > BDS-COUNT OR BDS-FOUND
           IF BDS-NAME(BDS-IX) IS EQUAL TO BDS-NEW-NAME
               SET BDS-FOUND TO TRUE
           END-IF
       END-PERFORM.
       IF NOT BDS-FOUND
           IF BDS-COUNT IS LESS THAN 50
               ADD 1 TO BDS-COUNT
               MOVE BDS-NEW-NAME TO BDS-NAME(BDS-COUNT)
               MOVE 0 TO BDS-GROUPS(BDS-COUNT)
               MOVE 0 TO BDS-DETAILS(BDS-COUNT)
               MOVE 0 TO BDS-TRL-COUNT(BDS-COUNT)
               MOVE 0 TO BDS-TRL-SUM(BDS-COUNT)
               MOVE 0 TO BDS-BAD(BDS-COUNT)
           ELSE
               DISPLAY FUNCTION CONCATENATE("WARNING: destination table is full - " FUNCTION TRIM(BDS-NEW-NAME) " not read")
               ADD 1 TO NOTE-COUNT
           END-IF
       END-IF.

*> Every transmission file read back: each group dated the balanced
*> day must carry exactly the details its trailer claims, and the
*> trailers are totalled per correspondent for the tie to history.
WriteTransmissionSection.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE "Transmission Files - groups dated this run date" TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       IF BDS-COUNT IS EQUAL TO 0
           MOVE "  no transmission files written for this date" TO REPORT-RECORD
           WRITE REPORT-RECORD
       END-IF.
       PERFORM VARYING BDS-IX FROM 1 BY 1 UNTIL BDS-IX > BDS-COUNT
           PERFORM ReadTransmitFile
       END-PERFORM.

ReadTransmitFile.
       MOVE BDS-NAME(BDS-IX) TO BAL-DEST-NAME.
       MOVE "N" TO TRN-EOF-SW.
       MOVE "N" TO GRP-OPEN-SW.
       OPEN INPUT TRANSMIT-FILE.
       IF TRN-STATUS IS NOT EQUAL TO "00"
           MOVE FUNCTION CONCATENATE("  BREAK: " FUNCTION TRIM(BAL-DEST-NAME) " cannot be opened - file status:" TRN-STATUS) TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD 1 TO BREAK-COUNT
       ELSE
           PERFORM UNTIL TRN-EOF
               READ TRANSMIT-FILE
                   AT END
                       SET TRN-EOF TO TRUE
                   NOT AT END
                       PERFORM TakeTransmitRecord
               END-READ
           END-PERFORM
           CLOSE TRANSMIT-FILE
           IF GRP-OPEN
               MOVE FUNCTION CONCATENATE("  BREAK: " FUNCTION TRIM(BAL-DEST-NAME) " ends inside a group - no trailer for correspondent " GRP-CORR-ID) TO REPORT-RECORD
               PERFORM NoteBadGroup
           END-IF
           MOVE FUNCTION CONCATENATE("  " BAL-DEST-NAME " groups:" BDS-GROUPS(BDS-IX) " details:" BDS-DETAILS(BDS-IX) " trailers:" BDS-TRL-COUNT(BDS-IX) "/" BDS-TRL-SUM(BDS-IX) " bad groups:" BDS-BAD(BDS-IX)) TO REPORT-RECORD
           WRITE REPORT-RECORD
       END-IF.

TakeTransmitRecord.
       IF TR-HEADER-RECORD
           IF GRP-OPEN
               MOVE FUNCTION CONCATENATE("  BREAK: " FUNCTION TRIM(BAL-DEST-NAME) " group for correspondent " GRP-CORR-ID " has no trailer") TO REPORT-RECORD
               PERFORM NoteBadGroup
           END-IF
           SET GRP-OPEN TO TRUE
           MOVE TR-CORRESPONDENT-ID TO GRP-CORR-ID
           MOVE 0 TO GRP-DETAILS
           MOVE 0 TO GRP-SUM
           IF TR-RUN-DATE IS EQUAL TO BAL-DATE
               SET GRP-TODAY TO TRUE
               ADD 1 TO BDS-GROUPS(BDS-IX)
           ELSE
               MOVE "N" TO GRP-TODAY-SW
           END-IF
       ELSE IF TR-DETAIL-RECORD
           IF GRP-OPEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(TR-MESSAGE-TEXT)) TO GRP-TEXT-LEN
               ADD 1 TO GRP-DETAILS
               ADD GRP-TEXT-LEN TO GRP-SUM
           ELSE
               MOVE FUNCTION CONCATENATE("  BREAK: " FUNCTION TRIM(BAL-DEST-NAME) " carries a detail outside any group") TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO BREAK-COUNT
           END-IF
       ELSE IF TR-TRAILER-RECORD
           IF GRP-OPEN
               PERFORM CloseTransmitGroup
           ELSE
               MOVE FUNCTION CONCATENATE("  BREAK: " FUNCTION TRIM(BAL-DEST-NAME) " carries a trailer outside any group") TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO BREAK-COUNT
           END-IF
       END-IF.

*> A group's trailer: its body must agree with it, and a group of the
*> balanced day puts its numbers on its correspondent's line.
CloseTransmitGroup.
       MOVE "N" TO GRP-OPEN-SW.
       IF GRP-TODAY
           ADD GRP-DETAILS TO BDS-DETAILS(BDS-IX)
           ADD TR-EXPECTED-COUNT TO BDS-TRL-COUNT(BDS-IX)
           ADD TR-CHECKSUM TO BDS-TRL-SUM(BDS-IX)
           IF GRP-DETAILS IS NOT EQUAL TO TR-EXPECTED-COUNT
                   OR GRP-SUM IS NOT EQUAL TO TR-CHECKSUM
               MOVE FUNCTION CONCATENATE("  BREAK: " FUNCTION TRIM(BAL-DEST-NAME) " group for correspondent " GRP-CORR-ID " carries " GRP-DETAILS "/" GRP-SUM " but its trailer says " TR-EXPECTED-COUNT "/" TR-CHECKSUM) TO REPORT-RECORD
               PERFORM NoteBadGroup
           END-IF
           MOVE GRP-CORR-ID TO BCR-NEW-ID
           PERFORM FindBcrEntry
           IF BCR-FOUND
               ADD TR-EXPECTED-COUNT TO BCR-TRL-COUNT(BCR-IX)
               ADD TR-CHECKSUM TO BCR-TRL-SUM(BCR-IX)
           END-IF
       END-IF.

NoteBadGroup.
       WRITE REPORT-RECORD.
       ADD 1 TO BREAK-COUNT.
       IF GRP-TODAY
           ADD 1 TO BDS-BAD(BDS-IX)
       END-IF.

*> Per correspondent: accepted encrypt history plus any key-compromise
*> re-send must be exactly what the trailers carried, and the log must
*> have seen the cipher runs' share of it.
WriteCorrespondentSection.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE "Encrypt Traffic by Correspondent - history / re-sent / log / trailers (count/checksum)" TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       IF BCR-COUNT IS EQUAL TO 0
           MOVE "  no encrypt traffic for this date" TO REPORT-RECORD
           WRITE REPORT-RECORD
       END-IF.
       PERFORM VARYING BCR-IX FROM 1 BY 1 UNTIL BCR-IX > BCR-COUNT
           IF BCR-CORR-ID(BCR-IX) IS EQUAL TO SPACES
               MOVE "(unattributed)" TO SHOW-CORR
           ELSE
               MOVE BCR-CORR-ID(BCR-IX) TO SHOW-CORR
           END-IF
           COMPUTE BCR-EXP-COUNT = BCR-HIS-COUNT(BCR-IX) + BCR-RESENT-COUNT(BCR-IX)
           COMPUTE BCR-EXP-SUM = BCR-HIS-SUM(BCR-IX) + BCR-RESENT-SUM(BCR-IX)
           MOVE FUNCTION CONCATENATE("  " SHOW-CORR " " BCR-HIS-COUNT(BCR-IX) "/" BCR-HIS-SUM(BCR-IX) "  " BCR-RESENT-COUNT(BCR-IX) "/" BCR-RESENT-SUM(BCR-IX) "  " BCR-LOG-COUNT(BCR-IX) "/" BCR-LOG-SUM(BCR-IX) "  " BCR-TRL-COUNT(BCR-IX) "/" BCR-TRL-SUM(BCR-IX)) TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF BCR-TRL-COUNT(BCR-IX) IS NOT EQUAL TO BCR-EXP-COUNT
                   OR BCR-TRL-SUM(BCR-IX) IS NOT EQUAL TO BCR-EXP-SUM
               MOVE FUNCTION CONCATENATE("    BREAK: trailers carry " BCR-TRL-COUNT(BCR-IX) "/" BCR-TRL-SUM(BCR-IX) " - history and re-sends account for " BCR-EXP-COUNT "/" BCR-EXP-SUM) TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO BREAK-COUNT
           END-IF
           IF BCR-LOG-COUNT(BCR-IX) IS NOT EQUAL TO BCR-HIS-COUNT(BCR-IX)
                   OR BCR-LOG-SUM(BCR-IX) IS NOT EQUAL TO BCR-HIS-SUM(BCR-IX)
               MOVE FUNCTION CONCATENATE("    BREAK: transmission log has " BCR-LOG-COUNT(BCR-IX) "/" BCR-LOG-SUM(BCR-IX) " - history has " BCR-HIS-COUNT(BCR-IX) "/" BCR-HIS-SUM(BCR-IX)) TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO BREAK-COUNT
           END-IF
       END-PERFORM.

*> The correspondent's line - made on first sight. Spaces is the
*> unattributed traffic's own line.
FindBcrEntry.
       MOVE "N" TO BCR-FOUND-SW.
       PERFORM VARYING BCR-IX FROM 1 BY 1 UNTIL BCR-IX > BCR-COUNT OR BCR-FOUND
           IF BCR-CORR-ID(BCR-IX) IS EQUAL TO BCR-NEW-ID
               SET BCR-FOUND TO TRUE
           END-IF
       END-PERFORM.
       IF BCR-FOUND
           SUBTRACT 1 FROM BCR-IX
       ELSE
           IF BCR-COUNT IS LESS THAN 500
               ADD 1 TO BCR-COUNT
               MOVE BCR-COUNT TO BCR-IX
               INITIALIZE BCR-ENTRY(BCR-IX)
               MOVE BCR-NEW-ID TO BCR-CORR-ID(BCR-IX)
               SET BCR-FOUND TO TRUE
           ELSE
               IF NOT BCR-FULL-WARNED
                   SET BCR-FULL-WARNED TO TRUE
                   DISPLAY "WARNING: correspondent table is full - further desks not balanced"
                   ADD 1 TO NOTE-COUNT
               END-IF
           END-IF
       END-IF.
