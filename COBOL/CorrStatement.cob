IDENTIFICATION DIVISION.
PROGRAM-ID. CorrStatement.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The permanent message history master - every message carries
    *> the correspondent whose group it rode in, which is what makes a
    *> per-desk statement a read of the system of record instead of a
    *> reconstruction from spool.
    SELECT HISTORY-FILE ASSIGN TO "CIPHERHIS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY
        FILE STATUS IS HIS-FILE-STATUS.
    *> A retention-run archive generation - for a closed month the
    *> retention run has already cut off the master, the operator
    *> allocates the generation holding it. OPTIONAL: a recent month
    *> is on the master alone.
    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "CIPHERARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-FILE-STATUS.
    *> The correspondent master - each desk's destination and the per-
    *> message rate its volume is priced at for the chargeback.
    SELECT CORR-FILE ASSIGN TO "CIPHERCOR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CR-CORR-ID
        FILE STATUS IS CORR-STATUS.
    *> The statement itself - one section per correspondent, and the
    *> chargeback total the finance office asks for.
    SELECT STATEMENT-FILE ASSIGN TO "CORRSTMT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STM-FILE-STATUS.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CIPHERAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
       COPY HISTREC.

*> Same HISTREC shape as the master - only the data names differ, so
*> the two FDs can coexist in one program.
FD  ARCHIVE-FILE.
       COPY HISTREC REPLACING ==HISTORY-RECORD== BY ==ARCHIVE-RECORD==
                              LEADING ==HIS== BY ==ARC==.

FD  CORR-FILE.
       COPY CORRREC.

FD  STATEMENT-FILE.
       01 STATEMENT-RECORD PIC x(132).

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

WORKING-STORAGE SECTION.
       01 HIS-FILE-STATUS PIC x(02).
       01 ARC-FILE-STATUS PIC x(02).
       01 CORR-STATUS PIC x(02).
       01 STM-FILE-STATUS PIC x(02).
       01 AUD-STATUS PIC x(02).
       01 HIS-EOF-SW PIC x(1) VALUE "N".
           88 HIS-EOF VALUE "Y".
       01 ARC-EOF-SW PIC x(1) VALUE "N".
           88 ARC-EOF VALUE "Y".
       01 CORR-OPEN-SW PIC x(1) VALUE "N".
           88 CORR-OPEN VALUE "Y".
       01 STM-RUN-DATE PIC x(8).
       01 STM-RUN-DATE-NUM REDEFINES STM-RUN-DATE.
           05 STM-RUN-YYYY PIC 9(4).
           05 STM-RUN-MM PIC 9(2).
           05 STM-RUN-DD PIC 9(2).
       01 STM-RUN-TIME PIC x(6).
       *> The statement month as the PARM - yyyymm. Without one the run
       *> states the month just closed, which is what the first-of-the-
       *> month job wants.
       01 PARM-FIELD PIC x(23).
       01 STM-MONTH PIC x(6).
       01 STM-MONTH-NUM REDEFINES STM-MONTH.
           05 STM-YYYY PIC 9(4).
           05 STM-MM PIC 9(2).
       01 MONTH-FROM PIC x(8).
       01 MONTH-TO PIC x(8).
       *> One entry per correspondent seen in the month, with everything
       *> the statement says about it. Rejections are counted under the
       *> reason code their reject line carried; "other" takes records
       *> from before history kept the reason.
       01 CST-TABLE.
           05 CST-ENTRY OCCURS 500 TIMES.
               10 CST-CORR-ID PIC x(08).
               10 CST-ENCRYPTED PIC 9(7).
               10 CST-DECRYPTED PIC 9(7).
               10 CST-OTHER-ACCEPTED PIC 9(7).
               10 CST-CONFIDENTIAL PIC 9(7).
               10 CST-HELD PIC 9(7).
               10 CST-REJECTED PIC 9(7).
               10 CST-REJ-CHR PIC 9(7).
               10 CST-REJ-TYP PIC 9(7).
               10 CST-REJ-LEN PIC 9(7).
               10 CST-REJ-KEY PIC 9(7).
               10 CST-REJ-EXP PIC 9(7).
               10 CST-REJ-COR PIC 9(7).
               10 CST-REJ-DUP PIC 9(7).
               10 CST-REJ-OTHER PIC 9(7).
               10 CST-KEY-COUNT PIC 9(2).
               10 CST-KEY-MORE-SW PIC x(1).
                   88 CST-KEY-MORE VALUE "Y".
               10 CST-KEY-ID PIC x(08) OCCURS 8 TIMES.
       01 CST-COUNT PIC 9(3) VALUE 0.
       01 CST-IX PIC 9(3).
       01 CST-FOUND-SW PIC x(1) VALUE "N".
           88 CST-FOUND VALUE "Y".
       01 CST-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 CST-FULL-WARNED VALUE "Y".
       01 KEY-IX PIC 9(2).
       01 KEY-FOUND-SW PIC x(1) VALUE "N".
           88 KEY-FOUND VALUE "Y".
       01 KEY-LIST-TEXT PIC x(80).
       01 KEY-SHOW PIC x(09).
       01 SHOW-CORR PIC x(14).
       01 SHOW-DEST PIC x(08).
       *> Pricing - accepted messages (the work actually done for the
       *> desk) at the desk's rate; rejected traffic, and traffic held
       *> back by the ciphertext screen, is not billed
       01 BILLABLE-COUNT PIC 9(7).
       01 CHARGE-AMOUNT PIC 9(9)V99.
       01 TOTAL-CHARGE PIC 9(11)V99 VALUE 0.
       01 RATE-EDIT PIC ZZ9.99.
       01 CHARGE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 TOTAL-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 RATE-NOTE PIC x(30).
       *> Run totals
       01 MONTH-RECORD-COUNT PIC 9(9) VALUE 0.
       01 ARC-RECORD-COUNT PIC 9(9) VALUE 0.
       01 TOTAL-BILLABLE PIC 9(9) VALUE 0.
       01 NO-RATE-COUNT PIC 9(3) VALUE 0.
       *> 0 clean, 4 a desk could not be priced, 12 unusable PARM or file
       01 WORST-CONDITION PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
       MOVE FUNCTION CURRENT-DATE(1:8) TO STM-RUN-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO STM-RUN-TIME.

       ACCEPT PARM-FIELD FROM COMMAND-LINE.
       IF FUNCTION TRIM(PARM-FIELD) IS EQUAL TO SPACES
           IF STM-RUN-MM IS EQUAL TO 1
               COMPUTE STM-YYYY = STM-RUN-YYYY - 1
               MOVE 12 TO STM-MM
           ELSE
               MOVE STM-RUN-YYYY TO STM-YYYY
               COMPUTE STM-MM = STM-RUN-MM - 1
           END-IF
       ELSE
           MOVE FUNCTION TRIM(PARM-FIELD) TO STM-MONTH
           IF STM-MONTH IS NOT NUMERIC
                   OR STM-MM IS LESS THAN 1 OR STM-MM IS GREATER THAN 12
                   OR FUNCTION LENGTH(FUNCTION TRIM(PARM-FIELD)) IS NOT EQUAL TO 6
               DISPLAY FUNCTION CONCATENATE("ERROR: statement month PARM '" FUNCTION TRIM(PARM-FIELD) "' is not a valid yyyymm month - nothing done")
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       MOVE FUNCTION CONCATENATE(STM-MONTH "01") TO MONTH-FROM.
       MOVE FUNCTION CONCATENATE(STM-MONTH "31") TO MONTH-TO.

       OPEN OUTPUT STATEMENT-FILE.
       IF STM-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CORRSTMT - file status:" STM-FILE-STATUS)
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT HISTORY-FILE.
       IF HIS-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open history master CIPHERHIS - file status:" HIS-FILE-STATUS)
           CLOSE STATEMENT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       *> Without the correspondent master the volumes still state; only
       *> the pricing and destinations are missing, and the run says so.
       OPEN INPUT CORR-FILE.
       IF CORR-STATUS IS EQUAL TO "00"
           SET CORR-OPEN TO TRUE
       ELSE
           DISPLAY FUNCTION CONCATENATE("WARNING: correspondent master CIPHERCOR not available - file status:" CORR-STATUS " - statement will not be priced")
       END-IF.

       OPEN EXTEND AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE HISTORY-FILE
           IF CORR-OPEN
               CLOSE CORR-FILE
           END-IF
           CLOSE STATEMENT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("AUDIT CORRSTMT START " STM-RUN-DATE " " STM-RUN-TIME " month:" STM-MONTH) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

       *> The archive generation first, then the master from the month's
       *> first day until the key passes its last.
       OPEN INPUT ARCHIVE-FILE.
       IF ARC-FILE-STATUS IS NOT EQUAL TO "00"
               AND ARC-FILE-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("WARNING: archive CIPHERARC not readable - file status:" ARC-FILE-STATUS " - statement taken from the master alone")
       ELSE
           PERFORM UNTIL ARC-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET ARC-EOF TO TRUE
                   NOT AT END
                       IF ARC-RUN-DATE IS GREATER THAN OR EQUAL TO MONTH-FROM
                               AND ARC-RUN-DATE IS LESS THAN OR EQUAL TO MONTH-TO
                           MOVE ARCHIVE-RECORD TO HISTORY-RECORD
                           ADD 1 TO ARC-RECORD-COUNT
                           PERFORM TallyHistoryRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
       END-IF.

       MOVE MONTH-FROM TO HIS-RUN-DATE.
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
                   IF HIS-RUN-DATE IS GREATER THAN MONTH-TO
                       SET HIS-EOF TO TRUE
                   ELSE
                       PERFORM TallyHistoryRecord
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE HISTORY-FILE.

       PERFORM WriteStatement.
       IF CORR-OPEN
           CLOSE CORR-FILE
       END-IF.
       CLOSE STATEMENT-FILE.

       IF NO-RATE-COUNT IS GREATER THAN 0
           MOVE 4 TO WORST-CONDITION
       END-IF.
       MOVE TOTAL-CHARGE TO TOTAL-EDIT.
       MOVE FUNCTION CURRENT-DATE(9:6) TO STM-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT CORRSTMT END   " STM-RUN-DATE " " STM-RUN-TIME " month:" STM-MONTH " correspondents:" CST-COUNT " messages:" MONTH-RECORD-COUNT " billable:" TOTAL-BILLABLE " charge:" FUNCTION TRIM(TOTAL-EDIT)) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
       MOVE WORST-CONDITION TO RETURN-CODE.
       STOP RUN.

*> One history record of the month onto its correspondent's line.
TallyHistoryRecord.
       ADD 1 TO MONTH-RECORD-COUNT.
       PERFORM FindCorrEntry.
       IF CST-FOUND
           PERFORM TallyRecordStatus
           IF HIS-CONFIDENTIAL
               ADD 1 TO CST-CONFIDENTIAL(CST-IX)
           END-IF
           PERFORM NoteKeyUsed
       END-IF.

*> Accepted traffic by direction, held traffic, and rejects by reason.
TallyRecordStatus.
       IF HIS-ACCEPTED
           PERFORM TallyAcceptedRecord
       ELSE IF HIS-HELD
           ADD 1 TO CST-HELD(CST-IX)
       ELSE
           ADD 1 TO CST-REJECTED(CST-IX)
           PERFORM TallyRejectReason
       END-IF.

TallyAcceptedRecord.
       IF HIS-RUN-MODE IS EQUAL TO "E"
           ADD 1 TO CST-ENCRYPTED(CST-IX)
       ELSE IF HIS-RUN-MODE IS EQUAL TO "D"
           ADD 1 TO CST-DECRYPTED(CST-IX)
       ELSE
           ADD 1 TO CST-OTHER-ACCEPTED(CST-IX)
       END-IF.

TallyRejectReason.
       IF HIS-REJECT-REASON IS EQUAL TO "CHR"
           ADD 1 TO CST-REJ-CHR(CST-IX)
       ELSE IF HIS-REJECT-REASON IS EQUAL TO "TYP"
           ADD 1 TO CST-REJ-TYP(CST-IX)
       ELSE IF HIS-REJECT-REASON IS EQUAL TO "LEN"
           ADD 1 TO CST-REJ-LEN(CST-IX)
       ELSE IF HIS-REJECT-REASON IS EQUAL TO "KEY"
           ADD 1 TO CST-REJ-KEY(CST-IX)
       ELSE IF HIS-REJECT-REASON IS EQUAL TO "EXP"
           ADD 1 TO CST-REJ-EXP(CST-IX)
       ELSE IF HIS-REJECT-REASON IS EQUAL TO "COR"
           ADD 1 TO CST-REJ-COR(CST-IX)
       ELSE IF HIS-REJECT-REASON IS EQUAL TO "DUP"
           ADD 1 TO CST-REJ-DUP(CST-IX)
       ELSE
           ADD 1 TO CST-REJ-OTHER(CST-IX)
       END-IF.

*> The correspondent's entry - made on first sight. An unattributed
*> record (spaces) gets an entry of its own, stated but never priced.
FindCorrEntry.
       MOVE "N" TO CST-FOUND-SW.
       PERFORM VARYING CST-IX FROM 1 BY 1 UNTIL CST-IX > CST-COUNT OR CST-FOUND
           IF CST-CORR-ID(CST-IX) IS EQUAL TO HIS-CORR-ID
               SET CST-FOUND TO TRUE
           END-IF
       END-PERFORM.
       IF CST-FOUND
           SUBTRACT 1 FROM CST-IX
       ELSE
           IF CST-COUNT IS LESS THAN 500
               ADD 1 TO CST-COUNT
               MOVE CST-COUNT TO CST-IX
               INITIALIZE CST-ENTRY(CST-IX)
               MOVE HIS-CORR-ID TO CST-CORR-ID(CST-IX)
               MOVE "N" TO CST-KEY-MORE-SW(CST-IX)
               SET CST-FOUND TO TRUE
           ELSE
               IF NOT CST-FULL-WARNED
                   SET CST-FULL-WARNED TO TRUE
                   DISPLAY "WARNING: correspondent table is full - further desks left off the statement"
               END-IF
           END-IF
       END-IF.

*> Remember the key-id the record names - spaces is the run key, listed
*> as such. Past eight distinct keys the line says there were more.
NoteKeyUsed.
       MOVE "N" TO KEY-FOUND-SW.
       PERFORM VARYING KEY-IX FROM 1 BY 1 UNTIL KEY-IX > CST-KEY-COUNT(CST-IX) OR KEY-FOUND
           IF CST-KEY-ID(CST-IX, KEY-IX) IS EQUAL TO HIS-KEY-ID
               SET KEY-FOUND TO TRUE
           END-IF
       END-PERFORM.
       IF NOT KEY-FOUND
           IF CST-KEY-COUNT(CST-IX) IS LESS THAN 8
               ADD 1 TO CST-KEY-COUNT(CST-IX)
               MOVE HIS-KEY-ID TO CST-KEY-ID(CST-IX, CST-KEY-COUNT(CST-IX))
           ELSE
               SET CST-KEY-MORE(CST-IX) TO TRUE
           END-IF
       END-IF.

*> The statement: a section per correspondent, the month's chargeback
*> total at the foot.
WriteStatement.
       MOVE FUNCTION CONCATENATE("Monthly Correspondent Traffic Statement - Month: " STM-MONTH " Run Date: " STM-RUN-DATE) TO STATEMENT-RECORD.
       WRITE STATEMENT-RECORD.
       MOVE "Priced per accepted message at the rate on the correspondent master" TO STATEMENT-RECORD.
       WRITE STATEMENT-RECORD.
       PERFORM VARYING CST-IX FROM 1 BY 1 UNTIL CST-IX > CST-COUNT
           PERFORM WriteCorrSection
       END-PERFORM.
       IF CST-COUNT IS EQUAL TO 0
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "  no traffic on file for the month" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
       END-IF.
       MOVE SPACES TO STATEMENT-RECORD.
       WRITE STATEMENT-RECORD.
       MOVE TOTAL-CHARGE TO TOTAL-EDIT.
       MOVE FUNCTION CONCATENATE("Statement Totals - Correspondents:" CST-COUNT " Messages:" MONTH-RECORD-COUNT " (from archive:" ARC-RECORD-COUNT ") Billable:" TOTAL-BILLABLE " Unpriced desks:" NO-RATE-COUNT " Charge:" FUNCTION TRIM(TOTAL-EDIT)) TO STATEMENT-RECORD.
       WRITE STATEMENT-RECORD.
       DISPLAY FUNCTION CONCATENATE("Statement Totals - Correspondents:" CST-COUNT " Messages:" MONTH-RECORD-COUNT " (from archive:" ARC-RECORD-COUNT ") Billable:" TOTAL-BILLABLE " Unpriced desks:" NO-RATE-COUNT " Charge:" FUNCTION TRIM(TOTAL-EDIT)).

WriteCorrSection.
       MOVE SPACES TO SHOW-DEST.
       MOVE SPACES TO RATE-NOTE.
       MOVE 0 TO CHARGE-AMOUNT.
       COMPUTE BILLABLE-COUNT = CST-ENCRYPTED(CST-IX) + CST-DECRYPTED(CST-IX) + CST-OTHER-ACCEPTED(CST-IX).
       IF CST-CORR-ID(CST-IX) IS EQUAL TO SPACES
           MOVE "(unattributed)" TO SHOW-CORR
           MOVE "not priced - no correspondent" TO RATE-NOTE
       ELSE
           MOVE CST-CORR-ID(CST-IX) TO SHOW-CORR
           PERFORM PriceCorrespondent
       END-IF.
       MOVE SPACES TO STATEMENT-RECORD.
       WRITE STATEMENT-RECORD.
       MOVE FUNCTION CONCATENATE("Correspondent " SHOW-CORR " destination:" SHOW-DEST) TO STATEMENT-RECORD.
       WRITE STATEMENT-RECORD.
       MOVE FUNCTION CONCATENATE("  Encrypted:" CST-ENCRYPTED(CST-IX) " Decrypted:" CST-DECRYPTED(CST-IX) " Other accepted:" CST-OTHER-ACCEPTED(CST-IX) " Held:" CST-HELD(CST-IX) " Confidential:" CST-CONFIDENTIAL(CST-IX)) TO STATEMENT-RECORD.
       WRITE STATEMENT-RECORD.
       MOVE FUNCTION CONCATENATE("  Rejected:" CST-REJECTED(CST-IX) " CHR:" CST-REJ-CHR(CST-IX) " TYP:" CST-REJ-TYP(CST-IX) " LEN:" CST-REJ-LEN(CST-IX) " KEY:" CST-REJ-KEY(CST-IX) " EXP:" CST-REJ-EXP(CST-IX) " COR:" CST-REJ-COR(CST-IX) " DUP:" CST-REJ-DUP(CST-IX) " other:" CST-REJ-OTHER(CST-IX)) TO STATEMENT-RECORD.
       WRITE STATEMENT-RECORD.
       MOVE SPACES TO KEY-LIST-TEXT.
       PERFORM VARYING KEY-IX FROM 1 BY 1 UNTIL KEY-IX > CST-KEY-COUNT(CST-IX)
           IF CST-KEY-ID(CST-IX, KEY-IX) IS EQUAL TO SPACES
               MOVE "(run-key)" TO KEY-SHOW
           ELSE
               MOVE CST-KEY-ID(CST-IX, KEY-IX) TO KEY-SHOW
           END-IF
           MOVE FUNCTION CONCATENATE(FUNCTION TRIM(KEY-LIST-TEXT) " " FUNCTION TRIM(KEY-SHOW)) TO KEY-LIST-TEXT
       END-PERFORM.
       IF CST-KEY-MORE(CST-IX)
           MOVE FUNCTION CONCATENATE(FUNCTION TRIM(KEY-LIST-TEXT) " (and more)") TO KEY-LIST-TEXT
       END-IF.
       MOVE FUNCTION CONCATENATE("  Key-ids used:" KEY-LIST-TEXT) TO STATEMENT-RECORD.
       WRITE STATEMENT-RECORD.
       MOVE CHARGE-AMOUNT TO CHARGE-EDIT.
       IF RATE-NOTE IS EQUAL TO SPACES
           MOVE FUNCTION CONCATENATE("  Billable:" BILLABLE-COUNT " at " FUNCTION TRIM(RATE-EDIT) " = " FUNCTION TRIM(CHARGE-EDIT)) TO STATEMENT-RECORD
       ELSE
           MOVE FUNCTION CONCATENATE("  Billable:" BILLABLE-COUNT " - " FUNCTION TRIM(RATE-NOTE)) TO STATEMENT-RECORD
       END-IF.
       WRITE STATEMENT-RECORD.
       ADD BILLABLE-COUNT TO TOTAL-BILLABLE.

*> The desk's rate off the master, and its charge. A desk with traffic
*> but no usable rate is a statement finance cannot bill from - counted
*> and graded, not priced at a guess.
PriceCorrespondent.
       IF NOT CORR-OPEN
           MOVE "not priced - master not available" TO RATE-NOTE
       ELSE
           MOVE CST-CORR-ID(CST-IX) TO CR-CORR-ID
           READ CORR-FILE
               INVALID KEY
                   MOVE "not priced - not on the master" TO RATE-NOTE
               NOT INVALID KEY
                   MOVE CR-DESTINATION TO SHOW-DEST
                   IF CR-MSG-RATE IS NOT NUMERIC
                       MOVE "not priced - no rate on file" TO RATE-NOTE
                   ELSE
                       MOVE CR-MSG-RATE TO RATE-EDIT
                       COMPUTE CHARGE-AMOUNT = BILLABLE-COUNT * CR-MSG-RATE
                       ADD CHARGE-AMOUNT TO TOTAL-CHARGE
                   END-IF
           END-READ
       END-IF.
       IF RATE-NOTE IS NOT EQUAL TO SPACES AND BILLABLE-COUNT IS GREATER THAN 0
           ADD 1 TO NO-RATE-COUNT
       END-IF.
