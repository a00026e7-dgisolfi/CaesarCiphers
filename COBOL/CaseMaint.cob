IDENTIFICATION DIVISION.
PROGRAM-ID. CaseMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The analysts' verdicts - one confirm/disprove/reopen action per
    *> record in the CASTREC layout, each naming the case it closes and
    *> the analyst closing it.
    SELECT TRAN-FILE ASSIGN TO "CASETRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRAN-STATUS.
    *> The intercept case file the solve runs open cases on - opened
    *> I-O here because this program is the one supported way of
    *> closing them. RANDOM: every transaction names its case.
    SELECT CASE-FILE ASSIGN TO "CIPHERCAS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IC-CASE-NO
        FILE STATUS IS CAS-STATUS.
    *> Before/after listing of every transaction - the case as it stood
    *> going in, as it stands coming out, and why a refused verdict was
    *> refused.
    SELECT LISTING-FILE ASSIGN TO "CASERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LST-STATUS.
    *> The same permanent audit trail every run appends to. EXTEND,
    *> never OUTPUT; OPTIONAL so a fresh installation's first run
    *> creates it.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CIPHERAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-STATUS.
DATA DIVISION.
FILE SECTION.
FD  TRAN-FILE.
       COPY CASTREC.

FD  CASE-FILE.
       COPY CASEREC.

FD  LISTING-FILE.
       01 LISTING-RECORD PIC x(132).

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

WORKING-STORAGE SECTION.
       01 TRAN-STATUS PIC x(02).
       01 CAS-STATUS PIC x(02).
       01 LST-STATUS PIC x(02).
       01 AUD-STATUS PIC x(02).
       01 TRAN-EOF-SW PIC x(1) VALUE "N".
           88 TRAN-EOF VALUE "Y".
       01 MNT-RUN-DATE PIC x(8).
       01 MNT-RUN-TIME PIC x(6).
       *> Verdict of ValidateTran for the transaction in hand, plus the
       *> words the listing should carry when it says no
       01 TRAN-OK-SW PIC x(1) VALUE "Y".
           88 TRAN-OK VALUE "Y".
       01 TRAN-ERR-TEXT PIC x(60).
       *> Whether the case the transaction names is on the file
       01 CASE-FOUND-SW PIC x(1) VALUE "N".
           88 CASE-FOUND VALUE "Y".
       *> The candidate slot a confirm names, once it is proven a digit
       01 CAND-NO PIC 9(1).
       *> The slot a reopened case falls back on - the leading reading
       *> of the family the intercept was solved under
       01 OWN-SLOT PIC 9(1).
       *> The case number as the listing shows it, and the text a line
       *> may carry - the mask, for classified traffic
       01 CASE-SHOW PIC x(14).
       01 TEXT-SHOW PIC x(80).
       01 TEXT-LEN PIC 9(3).
       01 LINE-TAG PIC x(6).
       *> Run totals for the listing trailer, the audit end line, and
       *> the graded RETURN-CODE
       01 TRAN-READ-COUNT PIC 9(5) VALUE 0.
       01 TRAN-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 TRAN-REJECT-COUNT PIC 9(5) VALUE 0.
       *> 0 clean, 4 completed with rejected transactions, 12 file-open
       *> failure - same grading the cipher run hands the scheduler
       01 WORST-CONDITION PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
       MOVE FUNCTION CURRENT-DATE(1:8) TO MNT-RUN-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO MNT-RUN-TIME.

       OPEN OUTPUT LISTING-FILE.
       IF LST-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CASERPT - file status:" LST-STATUS)
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("Intercept Case Maintenance Listing - Run Date: " MNT-RUN-DATE) TO LISTING-RECORD.
       WRITE LISTING-RECORD.
       MOVE SPACES TO LISTING-RECORD.
       WRITE LISTING-RECORD.

       OPEN INPUT TRAN-FILE.
       IF TRAN-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CASETRAN - file status:" TRAN-STATUS)
           CLOSE LISTING-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       *> No case file means no case was ever opened - nothing here can
       *> be closed, so unlike the masters this run does not create it
       OPEN I-O CASE-FILE.
       IF CAS-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open intercept case file CIPHERCAS - file status:" CAS-STATUS)
           CLOSE TRAN-FILE
           CLOSE LISTING-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN EXTEND AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE TRAN-FILE
           CLOSE CASE-FILE
           CLOSE LISTING-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("AUDIT CASEMNT START " MNT-RUN-DATE " " MNT-RUN-TIME) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

       PERFORM UNTIL TRAN-EOF
           READ TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO TRAN-READ-COUNT
                   PERFORM ProcessTran
           END-READ
       END-PERFORM.

       CLOSE TRAN-FILE.
       CLOSE CASE-FILE.

       MOVE SPACES TO LISTING-RECORD.
       WRITE LISTING-RECORD.
       MOVE FUNCTION CONCATENATE("Maintenance Totals - Read:" TRAN-READ-COUNT " Applied:" TRAN-APPLIED-COUNT " Rejected:" TRAN-REJECT-COUNT) TO LISTING-RECORD.
       WRITE LISTING-RECORD.
       CLOSE LISTING-FILE.

       MOVE FUNCTION CURRENT-DATE(9:6) TO MNT-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT CASEMNT END   " MNT-RUN-DATE " " MNT-RUN-TIME " applied:" TRAN-APPLIED-COUNT " rejected:" TRAN-REJECT-COUNT) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.

       IF TRAN-REJECT-COUNT IS GREATER THAN 0
           MOVE 4 TO WORST-CONDITION
       END-IF.
       MOVE WORST-CONDITION TO RETURN-CODE.
       STOP RUN.

*> One transaction, start to finish: fetch the case, validate the
*> verdict against where the case stands, and either apply it (with
*> before/after on the listing and a line on the audit trail) or
*> reject it with the reason spelled out.
ProcessTran.
       MOVE "Y" TO TRAN-OK-SW.
       MOVE SPACES TO TRAN-ERR-TEXT.
       MOVE FUNCTION CONCATENATE(IT-CASE-DATE "-" IT-CASE-SEQ) TO CASE-SHOW.
       PERFORM FetchCase.
       PERFORM ValidateTran.
       IF NOT TRAN-OK
           ADD 1 TO TRAN-REJECT-COUNT
           MOVE FUNCTION CONCATENATE("REJECTED action:" IT-ACTION " case:" CASE-SHOW " - " FUNCTION TRIM(TRAN-ERR-TEXT)) TO LISTING-RECORD
           WRITE LISTING-RECORD
           DISPLAY FUNCTION CONCATENATE("REJECTED action:" IT-ACTION " case:" CASE-SHOW " - " FUNCTION TRIM(TRAN-ERR-TEXT))
       ELSE
           PERFORM ApplyTran
       END-IF.

*> Read the case the transaction names, remembering whether it exists.
FetchCase.
       MOVE "N" TO CASE-FOUND-SW.
       IF IT-CASE-SEQ IS NUMERIC
           MOVE IT-CASE-NO TO IC-CASE-NO
           READ CASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ
       END-IF.

*> A verdict must name a real case in the right state and be signed; a
*> confirmation must name a slot the solve run actually filled.
ValidateTran.
       IF NOT IT-CONFIRM AND NOT IT-DISPROVE AND NOT IT-REOPEN
           MOVE "N" TO TRAN-OK-SW
           MOVE "action is not one of C/D/R" TO TRAN-ERR-TEXT
       ELSE IF IT-ANALYST-ID IS EQUAL TO SPACES
           MOVE "N" TO TRAN-OK-SW
           MOVE "transaction names no analyst" TO TRAN-ERR-TEXT
       ELSE IF NOT CASE-FOUND
           MOVE "N" TO TRAN-OK-SW
           MOVE "case is not on the case file" TO TRAN-ERR-TEXT
       ELSE IF IT-REOPEN
           IF IC-OPEN
               MOVE "N" TO TRAN-OK-SW
               MOVE "case is already open" TO TRAN-ERR-TEXT
           END-IF
       ELSE IF NOT IC-OPEN
           MOVE "N" TO TRAN-OK-SW
           MOVE FUNCTION CONCATENATE("case is already closed - status " IC-STATUS) TO TRAN-ERR-TEXT
       ELSE IF IT-CONFIRM
           IF IT-CANDIDATE IS NOT NUMERIC
               MOVE "N" TO TRAN-OK-SW
               MOVE FUNCTION CONCATENATE("candidate '" IT-CANDIDATE "' is not 1-6") TO TRAN-ERR-TEXT
           ELSE
               MOVE IT-CANDIDATE TO CAND-NO
               IF CAND-NO IS LESS THAN 1 OR CAND-NO IS GREATER THAN 6
                   MOVE "N" TO TRAN-OK-SW
                   MOVE FUNCTION CONCATENATE("candidate '" IT-CANDIDATE "' is not 1-6") TO TRAN-ERR-TEXT
               ELSE
                   IF IC-CAND-FAMILY(CAND-NO) IS EQUAL TO SPACE
                       MOVE "N" TO TRAN-OK-SW
                       MOVE FUNCTION CONCATENATE("candidate " CAND-NO " is empty on this case") TO TRAN-ERR-TEXT
                   END-IF
               END-IF
           END-IF
       END-IF.

*> The verdict passed - put it on the case, with before and after on
*> the listing and the change itself on the permanent audit trail.
ApplyTran.
       MOVE "BEFORE" TO LINE-TAG.
       PERFORM WriteCaseLine.
       IF IT-CONFIRM
           *> The analyst's pick becomes the case's answer - and, for a
           *> Vigenere keyword, the first thing tried on later intercepts
           MOVE IC-CAND-FAMILY(CAND-NO) TO IC-RECOVERED-FAMILY
           MOVE IC-CAND-KEY(CAND-NO) TO IC-RECOVERED-KEY
           MOVE IC-CAND-TEXT(CAND-NO) TO IC-RECOVERED-TEXT
           MOVE "C" TO IC-STATUS
           MOVE CAND-NO TO IC-CONFIRMED-CAND
           MOVE MNT-RUN-DATE TO IC-CLOSED-DATE
       ELSE IF IT-DISPROVE
           *> None of the readings is the message - the case stands
           *> unsolved, with no key left on it to be mistaken for one
           MOVE SPACES TO IC-RECOVERED-FAMILY
           MOVE SPACES TO IC-RECOVERED-KEY
           MOVE SPACES TO IC-RECOVERED-TEXT
           MOVE "D" TO IC-STATUS
           MOVE 0 TO IC-CONFIRMED-CAND
           MOVE MNT-RUN-DATE TO IC-CLOSED-DATE
       ELSE
           *> Back to where the solve run left it - its own family's
           *> leading reading
           IF IC-CIPHER-MODE IS EQUAL TO "V"
               MOVE 4 TO OWN-SLOT
           ELSE
               MOVE 1 TO OWN-SLOT
           END-IF
           MOVE IC-CAND-FAMILY(OWN-SLOT) TO IC-RECOVERED-FAMILY
           MOVE IC-CAND-KEY(OWN-SLOT) TO IC-RECOVERED-KEY
           MOVE IC-CAND-TEXT(OWN-SLOT) TO IC-RECOVERED-TEXT
           MOVE "O" TO IC-STATUS
           MOVE 0 TO IC-CONFIRMED-CAND
           MOVE SPACES TO IC-CLOSED-DATE
       END-IF.
       MOVE IT-ANALYST-ID TO IC-ANALYST-ID.
       MOVE IT-ANALYST-NOTE TO IC-ANALYST-NOTE.
       REWRITE INTERCEPT-CASE-RECORD
           INVALID KEY
               MOVE "N" TO TRAN-OK-SW
       END-REWRITE.
       IF NOT TRAN-OK
           ADD 1 TO TRAN-REJECT-COUNT
           MOVE FUNCTION CONCATENATE("REJECTED action:" IT-ACTION " case:" CASE-SHOW " - case file rewrite failed - file status:" CAS-STATUS) TO LISTING-RECORD
           WRITE LISTING-RECORD
           DISPLAY FUNCTION CONCATENATE("REJECTED action:" IT-ACTION " case:" CASE-SHOW " - case file rewrite failed - file status:" CAS-STATUS)
       ELSE
           ADD 1 TO TRAN-APPLIED-COUNT
           MOVE "AFTER " TO LINE-TAG
           PERFORM WriteCaseLine
           MOVE FUNCTION CONCATENATE("AUDIT CASEMNT " MNT-RUN-DATE " " MNT-RUN-TIME " action:" IT-ACTION " case:" CASE-SHOW " status:" IC-STATUS " family:" IC-RECOVERED-FAMILY " key:" FUNCTION TRIM(IC-RECOVERED-KEY) " analyst:" IC-ANALYST-ID) TO AUDIT-RECORD
           WRITE AUDIT-RECORD
       END-IF.

*> The case as it stands - BEFORE while the transaction has not touched
*> it, AFTER once it has. The recovered text of classified traffic is
*> masked here exactly as the solve run's report masked it.
WriteCaseLine.
       MOVE SPACES TO TEXT-SHOW.
       IF IC-CONFIDENTIAL
           MOVE FUNCTION LENGTH(FUNCTION TRIM(IC-RECOVERED-TEXT)) TO TEXT-LEN
           IF IC-RECOVERED-TEXT IS NOT EQUAL TO SPACES
               MOVE ALL "*" TO TEXT-SHOW(1:TEXT-LEN)
           END-IF
       ELSE
           MOVE IC-RECOVERED-TEXT TO TEXT-SHOW
       END-IF.
       MOVE FUNCTION CONCATENATE(LINE-TAG " action:" IT-ACTION " case:" CASE-SHOW " mode:" IC-CIPHER-MODE " status:" IC-STATUS " family:" IC-RECOVERED-FAMILY " key:" FUNCTION TRIM(IC-RECOVERED-KEY) " text:" FUNCTION TRIM(TEXT-SHOW)) TO LISTING-RECORD.
       WRITE LISTING-RECORD.
