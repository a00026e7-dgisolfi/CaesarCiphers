IDENTIFICATION DIVISION.
PROGRAM-ID. InboundIntake.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The correspondent master - every desk the shop exchanges traffic
    *> with, so the intake knows whose inbound file to look for, and
    *> what each desk is registered to send. DYNAMIC so the run can walk
    *> every registration.
    SELECT CORR-FILE ASSIGN TO "CIPHERCOR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-CORR-ID
        FILE STATUS IS CORR-STATUS.
    *> Each desk's inbound file in turn - allocated under the desk's own
    *> correspondent id and assigned through INB-DESK-NAME. OPTIONAL:
    *> a file not there at the cutoff is a desk that has not sent, not
    *> a reason to abend the intake.
    SELECT OPTIONAL INBOUND-FILE ASSIGN TO INB-DESK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INB-STATUS.
    *> The night's decrypt input - every group from every desk file that
    *> passed, one clean multi-group CIPHERIN with each header's run
    *> mode forced to decrypt.
    SELECT MESSAGE-FILE ASSIGN TO "CIPHERIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MSG-FILE-STATUS.
    *> Desk files that failed, set aside whole with the reason. OPTIONAL
    *> and appended: the first quarantine creates it.
    SELECT OPTIONAL QUARANTINE-FILE ASSIGN TO "CIPHERQTN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS QTN-STATUS.
    *> The intake log - which desks' files arrived by the cutoff and what
    *> became of them, and which desks never sent.
    SELECT INTAKE-LOG-FILE ASSIGN TO "INTAKLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-FILE-STATUS.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CIPHERAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CORR-FILE.
       COPY CORRREC.

*> Same CIPHREC shape the desks build their traffic in - only the data
*> names differ.
FD  INBOUND-FILE.
       COPY CIPHREC REPLACING ==CIPHER-BATCH-RECORD== BY ==INBOUND-RECORD==
                              LEADING ==CB== BY ==IB==.

FD  MESSAGE-FILE.
       COPY CIPHREC.

FD  QUARANTINE-FILE.
       COPY QUARREC.

FD  INTAKE-LOG-FILE.
       01 INTAKE-LOG-RECORD PIC x(132).

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

WORKING-STORAGE SECTION.
       01 CORR-STATUS PIC x(02).
       01 INB-STATUS PIC x(02).
       01 MSG-FILE-STATUS PIC x(02).
       01 QTN-STATUS PIC x(02).
       01 LOG-FILE-STATUS PIC x(02).
       01 AUD-STATUS PIC x(02).
       01 CORR-EOF-SW PIC x(1) VALUE "N".
           88 CORR-EOF VALUE "Y".
       01 INB-EOF-SW PIC x(1) VALUE "N".
           88 INB-EOF VALUE "Y".
       *> The intake runs at the cutoff - its own date and time are the
       *> cutoff the log reports, and a file not allocated by then has
       *> not arrived
       01 INT-RUN-DATE PIC x(8).
       01 INT-RUN-TIME PIC x(6).
       01 INB-DESK-NAME PIC x(08).
       *> Every registration on the master, in key order, and what the
       *> intake made of the desk's file: A accepted onto CIPHERIN,
       *> Q quarantined, M missing at the cutoff, U arrived but could not
       *> be read, S suspended and sent nothing (nothing was expected)
       01 DSK-TABLE.
           05 DSK-ENTRY OCCURS 500 TIMES.
               10 DSK-CORR-ID PIC x(08).
               10 DSK-CIPHER-MODE PIC x(01).
               10 DSK-STATUS PIC x(01).
                   88 DSK-ACTIVE VALUE "A".
               10 DSK-RESULT PIC x(01).
                   88 DSK-ACCEPTED    VALUE "A".
                   88 DSK-QUARANTINED VALUE "Q".
                   88 DSK-MISSING     VALUE "M".
                   88 DSK-UNREADABLE  VALUE "U".
                   88 DSK-NOT-EXPECTED VALUE "S".
               10 DSK-FILE-STATUS PIC x(02).
               10 DSK-RECORDS PIC 9(7).
               10 DSK-GROUPS PIC 9(3).
               10 DSK-MSGS PIC 9(7).
               10 DSK-FORCED PIC 9(3).
               10 DSK-REASON-CODE PIC x(03).
               10 DSK-REASON-TEXT PIC x(64).
       01 DSK-COUNT PIC 9(3) VALUE 0.
       01 DSK-IX PIC 9(3).
       01 DSK-LOOK-IX PIC 9(3).
       01 DSK-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 DSK-FULL-WARNED VALUE "Y".
       *> The screening pass over one desk file - where it stands in its
       *> current group, and the first thing found wrong (spaces while
       *> the file is still clean)
       01 GRP-OPEN-SW PIC x(1) VALUE "N".
           88 GRP-OPEN VALUE "Y".
       01 GRP-NUMBER PIC 9(3).
       01 GRP-DETAILS PIC 9(7).
       01 GRP-SUM PIC 9(9).
       01 GRP-TEXT-LEN PIC 9(3).
       01 REC-SEQ PIC 9(7).
       01 QTN-CODE-WK PIC x(03).
       01 QTN-TEXT-WK PIC x(64).
       01 MULT-WORK PIC x(02).
           88 MULT-COPRIME VALUES "01" "03" "05" "07" "09" "11"
                                  "15" "17" "19" "21" "23" "25".
       01 VAL-DATE PIC x(8).
       01 VAL-DATE-NUM REDEFINES VAL-DATE.
           05 VAL-YYYY PIC 9(4).
           05 VAL-MM PIC 9(2).
           05 VAL-DD PIC 9(2).
       01 DATE-OK-SW PIC x(1) VALUE "Y".
           88 DATE-OK VALUE "Y".
       01 DESK-FOUND-SW PIC x(1) VALUE "N".
           88 DESK-FOUND VALUE "Y".
       01 SHOW-DETAIL PIC x(80).
       *> Run totals
       01 ARRIVED-COUNT PIC 9(3) VALUE 0.
       01 ACCEPTED-COUNT PIC 9(3) VALUE 0.
       01 QUARANTINED-COUNT PIC 9(3) VALUE 0.
       01 MISSING-COUNT PIC 9(3) VALUE 0.
       01 UNREADABLE-COUNT PIC 9(3) VALUE 0.
       01 GROUPS-MERGED PIC 9(5) VALUE 0.
       01 MSGS-MERGED PIC 9(7) VALUE 0.
       01 QTN-RECORDS PIC 9(7) VALUE 0.
       *> 0 every desk sent and every file went onto CIPHERIN, 4 a desk
       *> missed the cutoff or a file was quarantined, 8 a file arrived
       *> that could not be read at all, 12 the intake could not be made
       01 WORST-CONDITION PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
       MOVE FUNCTION CURRENT-DATE(1:8) TO INT-RUN-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO INT-RUN-TIME.

       OPEN OUTPUT INTAKE-LOG-FILE.
       IF LOG-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open INTAKLOG - file status:" LOG-FILE-STATUS)
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       *> Without the master there is no telling a desk's traffic from
       *> anybody's - nothing is merged on trust
       OPEN INPUT CORR-FILE.
       IF CORR-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open correspondent master CIPHERCOR - file status:" CORR-STATUS)
           CLOSE INTAKE-LOG-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN OUTPUT MESSAGE-FILE.
       IF MSG-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERIN - file status:" MSG-FILE-STATUS)
           CLOSE CORR-FILE
           CLOSE INTAKE-LOG-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND QUARANTINE-FILE.
       IF QTN-STATUS IS NOT EQUAL TO "00" AND QTN-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERQTN - file status:" QTN-STATUS)
           CLOSE CORR-FILE
           CLOSE MESSAGE-FILE
           CLOSE INTAKE-LOG-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN EXTEND AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE CORR-FILE
           CLOSE MESSAGE-FILE
           CLOSE QUARANTINE-FILE
           CLOSE INTAKE-LOG-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("AUDIT INTAKE START " INT-RUN-DATE " " INT-RUN-TIME) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

       PERFORM LoadDesks.
       CLOSE CORR-FILE.

       *> One desk file at a time: screened whole first, and only then
       *> merged or quarantined whole - nothing of a bad file reaches
       *> CIPHERIN, and nothing of a good one is held back by another
       *> desk's bad one
       PERFORM VARYING DSK-IX FROM 1 BY 1 UNTIL DSK-IX > DSK-COUNT
           PERFORM TakeDeskFile
       END-PERFORM.
       CLOSE MESSAGE-FILE.
       CLOSE QUARANTINE-FILE.

       PERFORM WriteIntakeLog.
       CLOSE INTAKE-LOG-FILE.

       IF UNREADABLE-COUNT IS GREATER THAN 0
           MOVE 8 TO WORST-CONDITION
       ELSE
           IF MISSING-COUNT IS GREATER THAN 0 OR QUARANTINED-COUNT IS GREATER THAN 0
               MOVE 4 TO WORST-CONDITION
           END-IF
       END-IF.
       MOVE FUNCTION CURRENT-DATE(9:6) TO INT-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT INTAKE END   " INT-RUN-DATE " " INT-RUN-TIME " desks:" DSK-COUNT " arrived:" ARRIVED-COUNT " accepted:" ACCEPTED-COUNT " quarantined:" QUARANTINED-COUNT " missing:" MISSING-COUNT " groups:" GROUPS-MERGED " messages:" MSGS-MERGED) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
       MOVE WORST-CONDITION TO RETURN-CODE.
       STOP RUN.

*> Walk the correspondent master - every desk on it, active or not,
*> joins the table. A suspended desk is still looked for: a file from
*> it is traffic that must not reach the decrypt run unremarked.
LoadDesks.
       MOVE LOW-VALUES TO CR-CORR-ID.
       START CORR-FILE KEY IS GREATER THAN OR EQUAL TO CR-CORR-ID
           INVALID KEY
               SET CORR-EOF TO TRUE
       END-START.
       PERFORM UNTIL CORR-EOF
           READ CORR-FILE NEXT RECORD
               AT END
                   SET CORR-EOF TO TRUE
               NOT AT END
                   PERFORM AddDeskEntry
           END-READ
       END-PERFORM.

AddDeskEntry.
       IF DSK-COUNT IS LESS THAN 500
           ADD 1 TO DSK-COUNT
           MOVE CR-CORR-ID TO DSK-CORR-ID(DSK-COUNT)
           MOVE CR-CIPHER-MODE TO DSK-CIPHER-MODE(DSK-COUNT)
           MOVE CR-STATUS TO DSK-STATUS(DSK-COUNT)
           MOVE SPACE TO DSK-RESULT(DSK-COUNT)
           MOVE SPACES TO DSK-FILE-STATUS(DSK-COUNT)
           MOVE 0 TO DSK-RECORDS(DSK-COUNT)
           MOVE 0 TO DSK-GROUPS(DSK-COUNT)
           MOVE 0 TO DSK-MSGS(DSK-COUNT)
           MOVE 0 TO DSK-FORCED(DSK-COUNT)
           MOVE SPACES TO DSK-REASON-CODE(DSK-COUNT)
           MOVE SPACES TO DSK-REASON-TEXT(DSK-COUNT)
       ELSE
           IF NOT DSK-FULL-WARNED
               SET DSK-FULL-WARNED TO TRUE
               DISPLAY FUNCTION CONCATENATE("WARNING: desk table is full - " CR-CORR-ID " and later desks left off the intake")
           END-IF
       END-IF.

*> One desk's file: did it come at all, and if so is every group in it
*> fit for the decrypt run. The screening pass decides; a second pass
*> over the same file then copies it to where the verdict sends it.
TakeDeskFile.
       MOVE DSK-CORR-ID(DSK-IX) TO INB-DESK-NAME.
       OPEN INPUT INBOUND-FILE.
       MOVE INB-STATUS TO DSK-FILE-STATUS(DSK-IX).
       IF INB-STATUS IS EQUAL TO "05"
           CLOSE INBOUND-FILE
           IF DSK-ACTIVE(DSK-IX)
               SET DSK-MISSING(DSK-IX) TO TRUE
               ADD 1 TO MISSING-COUNT
           ELSE
               SET DSK-NOT-EXPECTED(DSK-IX) TO TRUE
           END-IF
       ELSE IF INB-STATUS IS NOT EQUAL TO "00"
           SET DSK-UNREADABLE(DSK-IX) TO TRUE
           ADD 1 TO ARRIVED-COUNT
           ADD 1 TO UNREADABLE-COUNT
           DISPLAY FUNCTION CONCATENATE("ERROR: inbound file for desk " DSK-CORR-ID(DSK-IX) " cannot be opened - file status:" INB-STATUS)
       ELSE
           ADD 1 TO ARRIVED-COUNT
           PERFORM ScreenDeskFile
           CLOSE INBOUND-FILE
           IF DSK-REASON-CODE(DSK-IX) IS EQUAL TO SPACES
               SET DSK-ACCEPTED(DSK-IX) TO TRUE
               ADD 1 TO ACCEPTED-COUNT
               PERFORM MergeDeskFile
           ELSE
               SET DSK-QUARANTINED(DSK-IX) TO TRUE
               ADD 1 TO QUARANTINED-COUNT
               DISPLAY FUNCTION CONCATENATE("Quarantined inbound file for desk " DSK-CORR-ID(DSK-IX) " - " DSK-REASON-CODE(DSK-IX) " " FUNCTION TRIM(DSK-REASON-TEXT(DSK-IX)))
               PERFORM QuarantineDeskFile
           END-IF
       END-IF.

*> The screening pass - every record read, the first failure kept as
*> the file's reason. The file is read to the end either way so the
*> log can say how much was set aside.
ScreenDeskFile.
       MOVE "N" TO INB-EOF-SW.
       MOVE "N" TO GRP-OPEN-SW.
       MOVE 0 TO GRP-NUMBER.
       MOVE 0 TO REC-SEQ.
       PERFORM UNTIL INB-EOF
           READ INBOUND-FILE
               AT END
                   SET INB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO REC-SEQ
                   PERFORM ScreenInboundRecord
           END-READ
       END-PERFORM.
       MOVE REC-SEQ TO DSK-RECORDS(DSK-IX).
       IF REC-SEQ IS EQUAL TO 0
           MOVE "EMP" TO QTN-CODE-WK
           MOVE "file arrived with no records in it" TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       ELSE IF GRP-OPEN
           MOVE "STR" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " has no trailer") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       END-IF.

ScreenInboundRecord.
       IF IB-HEADER-RECORD
           IF GRP-OPEN
               MOVE "STR" TO QTN-CODE-WK
               MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " has no trailer before record " REC-SEQ) TO QTN-TEXT-WK
               PERFORM NoteDeskFailure
           END-IF
           SET GRP-OPEN TO TRUE
           ADD 1 TO GRP-NUMBER
           MOVE 0 TO GRP-DETAILS
           MOVE 0 TO GRP-SUM
           PERFORM JudgeGroupHeader
       ELSE IF IB-DETAIL-RECORD
           IF GRP-OPEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(IB-MESSAGE-TEXT)) TO GRP-TEXT-LEN
               ADD 1 TO GRP-DETAILS
               ADD GRP-TEXT-LEN TO GRP-SUM
           ELSE
               MOVE "STR" TO QTN-CODE-WK
               MOVE FUNCTION CONCATENATE("detail record " REC-SEQ " is outside any group") TO QTN-TEXT-WK
               PERFORM NoteDeskFailure
           END-IF
       ELSE IF IB-TRAILER-RECORD
           IF GRP-OPEN
               PERFORM ReconcileGroup
           ELSE
               MOVE "STR" TO QTN-CODE-WK
               MOVE FUNCTION CONCATENATE("trailer record " REC-SEQ " is outside any group") TO QTN-TEXT-WK
               PERFORM NoteDeskFailure
           END-IF
       ELSE
           MOVE "TYP" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("record " REC-SEQ " type '" IB-RECORD-TYPE "' is not H, D or T") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       END-IF.

*> Hold a group header to the registration the decrypt run will hold it
*> to - the same verdicts Cipher's header check reaches, caught here
*> before the file can take the whole night's run down with it. A
*> header is judged on the desk file it arrived on: naming another
*> desk, or nobody, is not this desk's traffic.
JudgeGroupHeader.
       MOVE IB-DEFAULT-MULTIPLIER TO MULT-WORK.
       MOVE IB-RUN-DATE TO VAL-DATE.
       PERFORM ValidateDate.
       MOVE "N" TO DESK-FOUND-SW.
       PERFORM VARYING DSK-LOOK-IX FROM 1 BY 1 UNTIL DSK-LOOK-IX > DSK-COUNT OR DESK-FOUND
           IF DSK-CORR-ID(DSK-LOOK-IX) IS EQUAL TO IB-CORRESPONDENT-ID
               SET DESK-FOUND TO TRUE
           END-IF
       END-PERFORM.
       IF IB-CORRESPONDENT-ID IS EQUAL TO SPACES
           MOVE "COR" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " header names no correspondent") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       ELSE IF NOT DESK-FOUND
           MOVE "COR" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " sender " IB-CORRESPONDENT-ID " is not on the correspondent master") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       ELSE IF IB-CORRESPONDENT-ID IS NOT EQUAL TO DSK-CORR-ID(DSK-IX)
           MOVE "COR" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " header names desk " IB-CORRESPONDENT-ID " - not this desk") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       ELSE IF NOT DSK-ACTIVE(DSK-IX)
           MOVE "COR" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " correspondent is suspended") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       ELSE IF IB-CIPHER-MODE IS NOT EQUAL TO DSK-CIPHER-MODE(DSK-IX)
           MOVE "MOD" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " cipher mode " IB-CIPHER-MODE " is not the registered mode " DSK-CIPHER-MODE(DSK-IX)) TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       ELSE IF IB-VIGENERE-MODE AND IB-DEFAULT-KEYWORD IS EQUAL TO SPACES
           MOVE "KEY" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " Vigenere header carries no keyword") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       ELSE IF IB-AFFINE-MODE AND NOT MULT-COPRIME
           MOVE "KEY" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " affine multiplier " MULT-WORK " is not coprime with 26") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       ELSE IF IB-CAESAR-MODE AND IB-DEFAULT-OFFSET IS NOT NUMERIC
           MOVE "KEY" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " Caesar header offset is not numeric") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       ELSE IF NOT DATE-OK OR IB-RUN-DATE IS GREATER THAN INT-RUN-DATE
           MOVE "DAT" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " header run date '" IB-RUN-DATE "' is not a date up to today") TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       END-IF.

*> A trailer closes its group: the group must carry what the trailer
*> says it does, counted the way the decrypt run will count it.
ReconcileGroup.
       MOVE "N" TO GRP-OPEN-SW.
       IF GRP-DETAILS IS NOT EQUAL TO IB-EXPECTED-COUNT
               OR GRP-SUM IS NOT EQUAL TO IB-CHECKSUM
           MOVE "REC" TO QTN-CODE-WK
           MOVE FUNCTION CONCATENATE("group " GRP-NUMBER " is " GRP-DETAILS "/" GRP-SUM " - trailer says " IB-EXPECTED-COUNT "/" IB-CHECKSUM) TO QTN-TEXT-WK
           PERFORM NoteDeskFailure
       END-IF.

*> Only the first failure names the file's reason - it is the one the
*> desk has to fix first.
NoteDeskFailure.
       IF DSK-REASON-CODE(DSK-IX) IS EQUAL TO SPACES
           MOVE QTN-CODE-WK TO DSK-REASON-CODE(DSK-IX)
           MOVE QTN-TEXT-WK TO DSK-REASON-TEXT(DSK-IX)
       END-IF.

*> A file that passed goes onto CIPHERIN whole, each header's run mode
*> forced to decrypt - whatever the desk asked for, this is the
*> inbound side and nothing on it is enciphered or solved here.
MergeDeskFile.
       OPEN INPUT INBOUND-FILE.
       IF INB-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: inbound file for desk " DSK-CORR-ID(DSK-IX) " cannot be reopened - file status:" INB-STATUS)
           MOVE INB-STATUS TO DSK-FILE-STATUS(DSK-IX)
           SET DSK-UNREADABLE(DSK-IX) TO TRUE
           SUBTRACT 1 FROM ACCEPTED-COUNT
           ADD 1 TO UNREADABLE-COUNT
       ELSE
           MOVE "N" TO INB-EOF-SW
           PERFORM UNTIL INB-EOF
               READ INBOUND-FILE
                   AT END
                       SET INB-EOF TO TRUE
                   NOT AT END
                       PERFORM MergeInboundRecord
               END-READ
           END-PERFORM
           CLOSE INBOUND-FILE
           ADD DSK-GROUPS(DSK-IX) TO GROUPS-MERGED
           ADD DSK-MSGS(DSK-IX) TO MSGS-MERGED
       END-IF.

MergeInboundRecord.
       MOVE INBOUND-RECORD TO CIPHER-BATCH-RECORD.
       IF CB-HEADER-RECORD
           ADD 1 TO DSK-GROUPS(DSK-IX)
           IF NOT CB-MODE-DECRYPT-ONLY
               ADD 1 TO DSK-FORCED(DSK-IX)
               MOVE "D" TO CB-RUN-MODE
           END-IF
       ELSE IF CB-DETAIL-RECORD
           ADD 1 TO DSK-MSGS(DSK-IX)
       END-IF.
       WRITE CIPHER-BATCH-RECORD.

*> A file that failed goes onto CIPHERQTN whole - every record with
*> the file's one reason and its place in the file.
QuarantineDeskFile.
       OPEN INPUT INBOUND-FILE.
       IF INB-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: inbound file for desk " DSK-CORR-ID(DSK-IX) " cannot be reopened - file status:" INB-STATUS)
           MOVE INB-STATUS TO DSK-FILE-STATUS(DSK-IX)
           SET DSK-UNREADABLE(DSK-IX) TO TRUE
           SUBTRACT 1 FROM QUARANTINED-COUNT
           ADD 1 TO UNREADABLE-COUNT
       ELSE
           MOVE "N" TO INB-EOF-SW
           MOVE 0 TO REC-SEQ
           PERFORM UNTIL INB-EOF
               READ INBOUND-FILE
                   AT END
                       SET INB-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO REC-SEQ
                       PERFORM QuarantineInboundRecord
               END-READ
           END-PERFORM
           CLOSE INBOUND-FILE
       END-IF.

QuarantineInboundRecord.
       MOVE SPACES TO QUARANTINE-RECORD.
       MOVE INBOUND-RECORD TO QR-ORIGINAL-RECORD.
       MOVE INT-RUN-DATE TO QR-INTAKE-DATE.
       MOVE INT-RUN-TIME TO QR-INTAKE-TIME.
       MOVE DSK-CORR-ID(DSK-IX) TO QR-DESK-ID.
       MOVE REC-SEQ TO QR-RECORD-SEQ.
       MOVE DSK-REASON-CODE(DSK-IX) TO QR-REASON-CODE.
       MOVE DSK-REASON-TEXT(DSK-IX) TO QR-REASON-TEXT.
       WRITE QUARANTINE-RECORD.
       ADD 1 TO QTN-RECORDS.

*> The log: one line per desk on the master, in key order - what came
*> in by the cutoff and what became of it, and who never sent - and
*> the run totals at the foot.
WriteIntakeLog.
       MOVE FUNCTION CONCATENATE("Inbound Intake Log - Run Date: " INT-RUN-DATE " Cutoff: " INT-RUN-DATE " " INT-RUN-TIME) TO INTAKE-LOG-RECORD.
       WRITE INTAKE-LOG-RECORD.
       MOVE SPACES TO INTAKE-LOG-RECORD.
       WRITE INTAKE-LOG-RECORD.
       PERFORM VARYING DSK-IX FROM 1 BY 1 UNTIL DSK-IX > DSK-COUNT
           PERFORM WriteDeskLine
       END-PERFORM.
       MOVE SPACES TO INTAKE-LOG-RECORD.
       WRITE INTAKE-LOG-RECORD.
       IF GROUPS-MERGED IS EQUAL TO 0
           MOVE "WARNING: no desk file passed intake - CIPHERIN is empty" TO INTAKE-LOG-RECORD
           WRITE INTAKE-LOG-RECORD
       END-IF.
       MOVE FUNCTION CONCATENATE("Intake Totals - Desks:" DSK-COUNT " Arrived:" ARRIVED-COUNT " Accepted:" ACCEPTED-COUNT " Quarantined:" QUARANTINED-COUNT " Unreadable:" UNREADABLE-COUNT " Not-arrived:" MISSING-COUNT) TO INTAKE-LOG-RECORD.
       WRITE INTAKE-LOG-RECORD.
       MOVE FUNCTION CONCATENATE("CIPHERIN - Groups:" GROUPS-MERGED " Messages:" MSGS-MERGED "   CIPHERQTN - Records:" QTN-RECORDS) TO INTAKE-LOG-RECORD.
       WRITE INTAKE-LOG-RECORD.
       DISPLAY FUNCTION CONCATENATE("Intake Totals - Desks:" DSK-COUNT " Arrived:" ARRIVED-COUNT " Accepted:" ACCEPTED-COUNT " Quarantined:" QUARANTINED-COUNT " Unreadable:" UNREADABLE-COUNT " Not-arrived:" MISSING-COUNT).

WriteDeskLine.
       IF DSK-ACCEPTED(DSK-IX)
           IF DSK-FORCED(DSK-IX) IS GREATER THAN 0
               MOVE FUNCTION CONCATENATE(" - " DSK-FORCED(DSK-IX) " header(s) forced to run mode D") TO SHOW-DETAIL
           ELSE
               MOVE SPACES TO SHOW-DETAIL
           END-IF
           MOVE FUNCTION CONCATENATE("  ACCEPTED     " DSK-CORR-ID(DSK-IX) " groups:" DSK-GROUPS(DSK-IX) " messages:" DSK-MSGS(DSK-IX) " records:" DSK-RECORDS(DSK-IX) SHOW-DETAIL) TO INTAKE-LOG-RECORD
       ELSE IF DSK-QUARANTINED(DSK-IX)
           MOVE FUNCTION CONCATENATE("  QUARANTINED  " DSK-CORR-ID(DSK-IX) " records:" DSK-RECORDS(DSK-IX) " - " DSK-REASON-CODE(DSK-IX) " " FUNCTION TRIM(DSK-REASON-TEXT(DSK-IX))) TO INTAKE-LOG-RECORD
       ELSE IF DSK-UNREADABLE(DSK-IX)
           MOVE FUNCTION CONCATENATE("  UNREADABLE   " DSK-CORR-ID(DSK-IX) " arrived but cannot be read - file status:" DSK-FILE-STATUS(DSK-IX)) TO INTAKE-LOG-RECORD
       ELSE IF DSK-MISSING(DSK-IX)
           MOVE FUNCTION CONCATENATE("  NOT ARRIVED  " DSK-CORR-ID(DSK-IX) " - no inbound file by the cutoff") TO INTAKE-LOG-RECORD
       ELSE
           MOVE FUNCTION CONCATENATE("  SUSPENDED    " DSK-CORR-ID(DSK-IX) " - no inbound file, none expected") TO INTAKE-LOG-RECORD
       END-IF.
       WRITE INTAKE-LOG-RECORD.

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
