IDENTIFICATION DIVISION.
PROGRAM-ID. CorrMaint.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The maintenance transactions - one add/change/suspend/reinstate
    *> action per record in the CORTREC layout, validated here against
    *> the same registration rules ValidateCorrespondent and
    *> CheckKeyRegistered will later hold the group to, so a typo in a
    *> key-id slot is stopped at this desk instead of rejecting a whole
    *> correspondent's group under "COR" the next night.
    SELECT TRAN-FILE ASSIGN TO "CORRTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRAN-STATUS.
    *> The correspondent master itself - the same indexed CIPHERCOR the
    *> Cipher run reads, opened I-O here because this program is the
    *> one supported way of writing to it. DYNAMIC so the run can walk
    *> the registered destinations once at startup before the keyed
    *> maintenance begins. First run ever creates it.
    SELECT CORR-FILE ASSIGN TO "CIPHERCOR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-CORR-ID
        FILE STATUS IS CORR-STATUS.
    *> The key vault, read-only - every key-id a registration names must
    *> be a live vault key of the correspondent's own cipher mode.
    SELECT KEY-VAULT-FILE ASSIGN TO "CIPHERKEY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KV-KEY-ID
        FILE STATUS IS KEYV-STATUS.
    *> Before/after listing of every transaction - what the master
    *> record looked like going in, what it looks like coming out, and
    *> why a rejected transaction was refused.
    SELECT LISTING-FILE ASSIGN TO "CORRRPT"
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
       COPY CORTREC.

FD  CORR-FILE.
       COPY CORRREC.

FD  KEY-VAULT-FILE.
       COPY KEYVREC.

FD  LISTING-FILE.
       01 LISTING-RECORD PIC x(132).

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

WORKING-STORAGE SECTION.
       01 TRAN-STATUS PIC x(02).
       01 CORR-STATUS PIC x(02).
       01 KEYV-STATUS PIC x(02).
       01 LST-STATUS PIC x(02).
       01 AUD-STATUS PIC x(02).
       01 TRAN-EOF-SW PIC x(1) VALUE "N".
           88 TRAN-EOF VALUE "Y".
       01 CORR-EOF-SW PIC x(1) VALUE "N".
           88 CORR-EOF VALUE "Y".
       01 MNT-RUN-DATE PIC x(8).
       01 MNT-RUN-TIME PIC x(6).
       *> A vault that cannot be opened does not stop the run - only a
       *> transaction that actually names a key-id is refused over it
       01 KEYV-OPEN-SW PIC x(1) VALUE "N".
           88 KEYV-OPEN VALUE "Y".
       *> Verdict of ValidateTran for the transaction in hand, plus the
       *> words the listing should carry when it says no
       01 TRAN-OK-SW PIC x(1) VALUE "Y".
           88 TRAN-OK VALUE "Y".
       01 TRAN-ERR-TEXT PIC x(60).
       *> Whether the correspondent named by the transaction is already
       *> on the master - an add must not find it, everything else must
       01 CORR-FOUND-SW PIC x(1) VALUE "N".
           88 CORR-FOUND VALUE "Y".
       *> The master record as it stood before the transaction, held for
       *> the "before" line of the listing and for the actions that only
       *> move the status
       01 BEFORE-IMAGE.
           05 BI-CORR-ID PIC x(08).
           05 BI-CIPHER-MODE PIC x(01).
           05 BI-ALLOWED-KEYS.
               10 BI-ALLOWED-KEY-ID PIC x(08) OCCURS 5 TIMES.
           05 BI-DESTINATION PIC x(08).
           05 BI-STATUS PIC x(01).
           05 BI-MSG-RATE PIC 9(03)V99.
           05 BI-MSG-RATE-X REDEFINES BI-MSG-RATE PIC x(05).
           05 FILLER PIC x(05).
       *> The rate as the listing shows it - a record older than the
       *> field has none
       01 RATE-EDIT PIC ZZ9.99.
       01 RATE-SHOW PIC x(06).
       *> The registration under validation - the transaction's for an
       *> add or change, the record already on file for a reinstate - so
       *> one set of checks serves both
       01 VAL-CIPHER-MODE PIC x(1).
       01 VAL-ALLOWED-KEYS.
           05 VAL-ALLOWED-KEY-ID PIC x(08) OCCURS 5 TIMES.
       01 VAL-DESTINATION PIC x(8).
       *> Scratch for the ddname check - one INSPECT blanks every legal
       *> character, anything left standing is an offender
       01 DDNAME-CHARS PIC x(39) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789@#$".
       01 DDNAME-LEADERS PIC x(29) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ@#$".
       01 DD-SCRATCH PIC x(8).
       01 DD-LEN PIC 9(2).
       *> The name under the ddname check, and what it is for the
       *> listing - a destination, or a correspondent id
       01 DD-NAME PIC x(8).
       01 DD-WHAT PIC x(17).
       01 ka PIC 9(1).
       01 kb PIC 9(1).
       01 k PIC 9(3).
       *> Every correspondent on the master and the destination it is
       *> registered on - loaded once at startup and kept current as
       *> transactions apply, so "is this ddname somebody else's" never
       *> rereads the whole master
       01 DEST-TABLE.
           05 DEST-ENTRY OCCURS 500 TIMES.
               10 DT-CORR-ID PIC x(08).
               10 DT-DESTINATION PIC x(08).
       01 DEST-COUNT PIC 9(3) VALUE 0.
       01 DEST-IX PIC 9(3).
       01 DEST-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 DEST-FULL-WARNED VALUE "Y".
       *> Keys as they appear on the listing - five slots, comma joined
       01 KEY-LIST-TEXT PIC x(44).
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
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CORRRPT - file status:" LST-STATUS)
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("Correspondent Master Maintenance Listing - Run Date: " MNT-RUN-DATE) TO LISTING-RECORD.
       WRITE LISTING-RECORD.
       MOVE SPACES TO LISTING-RECORD.
       WRITE LISTING-RECORD.

       OPEN INPUT TRAN-FILE.
       IF TRAN-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CORRTRAN - file status:" TRAN-STATUS)
           CLOSE LISTING-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       *> The master opens I-O - the whole point of this run is writing
       *> it. A master that does not exist yet (status 35) is created
       *> empty and reopened, the same way KeyVault brings up a fresh
       *> CIPHERKEY.
       OPEN I-O CORR-FILE.
       IF CORR-STATUS IS EQUAL TO "35"
           OPEN OUTPUT CORR-FILE
           IF CORR-STATUS IS EQUAL TO "00"
               CLOSE CORR-FILE
               OPEN I-O CORR-FILE
           END-IF
       END-IF.
       IF CORR-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open correspondent master CIPHERCOR - file status:" CORR-STATUS)
           CLOSE TRAN-FILE
           CLOSE LISTING-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       *> The vault is only consulted, never written. Without it no
       *> key-id can be proven, so registrations naming one are refused
       *> and the rest of the run carries on.
       OPEN INPUT KEY-VAULT-FILE.
       IF KEYV-STATUS IS EQUAL TO "00"
           SET KEYV-OPEN TO TRUE
       ELSE
           DISPLAY FUNCTION CONCATENATE("WARNING: key vault CIPHERKEY not available - file status:" KEYV-STATUS " - registrations naming a key-id will be rejected")
       END-IF.

       OPEN EXTEND AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE TRAN-FILE
           CLOSE CORR-FILE
           IF KEYV-OPEN
               CLOSE KEY-VAULT-FILE
           END-IF
           CLOSE LISTING-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("AUDIT CORMNT START " MNT-RUN-DATE " " MNT-RUN-TIME) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

       PERFORM LoadDestinations.

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
       CLOSE CORR-FILE.
       IF KEYV-OPEN
           CLOSE KEY-VAULT-FILE
       END-IF.

       MOVE SPACES TO LISTING-RECORD.
       WRITE LISTING-RECORD.
       MOVE FUNCTION CONCATENATE("Maintenance Totals - Read:" TRAN-READ-COUNT " Applied:" TRAN-APPLIED-COUNT " Rejected:" TRAN-REJECT-COUNT) TO LISTING-RECORD.
       WRITE LISTING-RECORD.
       CLOSE LISTING-FILE.

       MOVE FUNCTION CURRENT-DATE(9:6) TO MNT-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT CORMNT END   " MNT-RUN-DATE " " MNT-RUN-TIME " applied:" TRAN-APPLIED-COUNT " rejected:" TRAN-REJECT-COUNT) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.

       IF TRAN-REJECT-COUNT IS GREATER THAN 0
           MOVE 4 TO WORST-CONDITION
       END-IF.
       MOVE WORST-CONDITION TO RETURN-CODE.
       STOP RUN.

*> Walk the master once, front to back, and remember every correspondent
*> and the destination each is registered on (spaces for the default).
*> The ids matter as much as the destinations: the intake reads each
*> desk's inbound file under its correspondent id, so neither may ever
*> name the other's file. A master past 500 correspondents keeps
*> maintaining, but the uniqueness checks can no longer see the
*> overflow - said plainly, once.
LoadDestinations.
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
                   MOVE CR-CORR-ID TO BI-CORR-ID
                   MOVE CR-DESTINATION TO VAL-DESTINATION
                   PERFORM RememberDestination
           END-READ
       END-PERFORM.

*> Record (or re-record) the destination VAL-DESTINATION as belonging to
*> BI-CORR-ID - an existing entry for the correspondent is updated in
*> place, so a destination change frees the old ddname at once.
RememberDestination.
       MOVE 0 TO k.
       PERFORM VARYING DEST-IX FROM 1 BY 1 UNTIL DEST-IX > DEST-COUNT
           IF DT-CORR-ID(DEST-IX) IS EQUAL TO BI-CORR-ID
               MOVE DEST-IX TO k
           END-IF
       END-PERFORM.
       IF k IS GREATER THAN 0
           MOVE VAL-DESTINATION TO DT-DESTINATION(k)
       ELSE
           IF DEST-COUNT IS LESS THAN 500
               ADD 1 TO DEST-COUNT
               MOVE BI-CORR-ID TO DT-CORR-ID(DEST-COUNT)
               MOVE VAL-DESTINATION TO DT-DESTINATION(DEST-COUNT)
           ELSE
               IF NOT DEST-FULL-WARNED
                   SET DEST-FULL-WARNED TO TRUE
                   DISPLAY "WARNING: destination table is full - further destinations are not checked for reuse"
               END-IF
           END-IF
       END-IF.

*> One transaction, start to finish: look the correspondent up, validate
*> the action against what was found and the registration rules, and
*> either apply it (with before/after on the listing and a line on the
*> audit trail) or reject it with the reason spelled out.
ProcessTran.
       MOVE "Y" TO TRAN-OK-SW.
       MOVE SPACES TO TRAN-ERR-TEXT.
       PERFORM FetchCorrRecord.
       PERFORM ValidateTran.
       IF NOT TRAN-OK
           ADD 1 TO TRAN-REJECT-COUNT
           MOVE FUNCTION CONCATENATE("REJECTED action:" CT-ACTION " correspondent:" CT-CORR-ID " - " FUNCTION TRIM(TRAN-ERR-TEXT)) TO LISTING-RECORD
           WRITE LISTING-RECORD
           DISPLAY FUNCTION CONCATENATE("REJECTED action:" CT-ACTION " correspondent:" CT-CORR-ID " - " FUNCTION TRIM(TRAN-ERR-TEXT))
       ELSE
           PERFORM ApplyTran
       END-IF.

*> Fetch whatever the master already holds for the transaction's
*> correspondent, remembering both the verdict and the record itself.
FetchCorrRecord.
       MOVE "N" TO CORR-FOUND-SW.
       MOVE SPACES TO BEFORE-IMAGE.
       IF CT-CORR-ID IS NOT EQUAL TO SPACES
           MOVE CT-CORR-ID TO CR-CORR-ID
           READ CORR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CORR-FOUND TO TRUE
                   MOVE CORRESPONDENT-RECORD TO BEFORE-IMAGE
           END-READ
       END-IF.

*> Hold the transaction to the rules the Cipher run will later hold the
*> group to - a registration that would reject the desk's traffic at
*> night is refused here, while somebody is looking at the listing.
ValidateTran.
       IF NOT CT-ADD AND NOT CT-CHANGE AND NOT CT-SUSPEND AND NOT CT-REINSTATE
           MOVE "N" TO TRAN-OK-SW
           MOVE "action is not one of A/C/S/R" TO TRAN-ERR-TEXT
       ELSE IF CT-CORR-ID IS EQUAL TO SPACES
           MOVE "N" TO TRAN-OK-SW
           MOVE "transaction names no correspondent" TO TRAN-ERR-TEXT
       ELSE IF CT-ADD AND CORR-FOUND
           MOVE "N" TO TRAN-OK-SW
           MOVE "correspondent is already on the master" TO TRAN-ERR-TEXT
       ELSE IF CT-ADD
               AND CT-MSG-RATE-X IS NOT EQUAL TO SPACES AND CT-MSG-RATE IS NOT NUMERIC
           MOVE "N" TO TRAN-OK-SW
           MOVE FUNCTION CONCATENATE("message rate '" CT-MSG-RATE-X "' is not numeric") TO TRAN-ERR-TEXT
       ELSE IF CT-ADD
           *> The id is also the ddname the intake reads the desk's
           *> inbound file under - it must be one the run can allocate,
           *> and never a file something else already writes
           PERFORM ValidateCorrId
           IF TRAN-OK
               MOVE CT-CIPHER-MODE TO VAL-CIPHER-MODE
               MOVE CT-ALLOWED-KEYS TO VAL-ALLOWED-KEYS
               MOVE CT-DESTINATION TO VAL-DESTINATION
               PERFORM ValidateRegistration
           END-IF
       ELSE IF NOT CT-ADD AND NOT CORR-FOUND
           MOVE "N" TO TRAN-OK-SW
           MOVE "correspondent is not on the master" TO TRAN-ERR-TEXT
       ELSE IF CT-SUSPEND
           IF BI-STATUS IS EQUAL TO "S"
               MOVE "N" TO TRAN-OK-SW
               MOVE "correspondent is already suspended" TO TRAN-ERR-TEXT
           END-IF
       ELSE IF CT-REINSTATE
           IF BI-STATUS IS NOT EQUAL TO "S"
               MOVE "N" TO TRAN-OK-SW
               MOVE "correspondent is not suspended" TO TRAN-ERR-TEXT
           ELSE
               *> Back into service only on a registration that would
               *> pass tonight - the keys it names may have expired
               *> while the desk was suspended
               MOVE BI-CIPHER-MODE TO VAL-CIPHER-MODE
               MOVE BI-ALLOWED-KEYS TO VAL-ALLOWED-KEYS
               MOVE BI-DESTINATION TO VAL-DESTINATION
               PERFORM ValidateRegistration
           END-IF
       ELSE IF CT-MSG-RATE-X IS NOT EQUAL TO SPACES AND CT-MSG-RATE IS NOT NUMERIC
           MOVE "N" TO TRAN-OK-SW
           MOVE FUNCTION CONCATENATE("message rate '" CT-MSG-RATE-X "' is not numeric") TO TRAN-ERR-TEXT
       ELSE
           MOVE CT-CIPHER-MODE TO VAL-CIPHER-MODE
           MOVE CT-ALLOWED-KEYS TO VAL-ALLOWED-KEYS
           MOVE CT-DESTINATION TO VAL-DESTINATION
           PERFORM ValidateRegistration
       END-IF.

*> The full registration checks - a cipher mode the run knows, every
*> named key-id a live vault key of that mode, and a destination the
*> run can actually allocate that no other desk already receives on.
ValidateRegistration.
       IF VAL-CIPHER-MODE IS NOT EQUAL TO "C" AND VAL-CIPHER-MODE IS NOT EQUAL TO "V"
               AND VAL-CIPHER-MODE IS NOT EQUAL TO "A"
           MOVE "N" TO TRAN-OK-SW
           MOVE "cipher mode is not C, V or A" TO TRAN-ERR-TEXT
       ELSE
           PERFORM VARYING ka FROM 1 BY 1 UNTIL ka > 5 OR NOT TRAN-OK
               IF VAL-ALLOWED-KEY-ID(ka) IS NOT EQUAL TO SPACES
                   PERFORM ValidateAllowedKey
               END-IF
           END-PERFORM
           IF TRAN-OK
               PERFORM ValidateDestination
           END-IF
       END-IF.

*> One key-id slot: named only once on the list, on the vault, of the
*> correspondent's own cipher mode, and not expired. A key whose window
*> has not opened yet is allowed - registering the next key ahead of a
*> rotation is exactly how rotations are meant to go.
ValidateAllowedKey.
       PERFORM VARYING kb FROM 1 BY 1 UNTIL kb >= ka OR NOT TRAN-OK
           IF VAL-ALLOWED-KEY-ID(kb) IS EQUAL TO VAL-ALLOWED-KEY-ID(ka)
               MOVE "N" TO TRAN-OK-SW
               MOVE FUNCTION CONCATENATE("key-id " VAL-ALLOWED-KEY-ID(ka) " is listed twice") TO TRAN-ERR-TEXT
           END-IF
       END-PERFORM.
       IF TRAN-OK
           IF NOT KEYV-OPEN
               MOVE "N" TO TRAN-OK-SW
               MOVE FUNCTION CONCATENATE("key-id " VAL-ALLOWED-KEY-ID(ka) " cannot be checked - key vault not available") TO TRAN-ERR-TEXT
           ELSE
               MOVE VAL-ALLOWED-KEY-ID(ka) TO KV-KEY-ID
               READ KEY-VAULT-FILE
                   INVALID KEY
                       MOVE "N" TO TRAN-OK-SW
                       MOVE FUNCTION CONCATENATE("key-id " VAL-ALLOWED-KEY-ID(ka) " is not on the vault") TO TRAN-ERR-TEXT
                   NOT INVALID KEY
                       IF KV-CIPHER-MODE IS NOT EQUAL TO VAL-CIPHER-MODE
                           MOVE "N" TO TRAN-OK-SW
                           MOVE FUNCTION CONCATENATE("key-id " VAL-ALLOWED-KEY-ID(ka) " is a mode " KV-CIPHER-MODE " key, not mode " VAL-CIPHER-MODE) TO TRAN-ERR-TEXT
                       ELSE
                           IF KV-EXPIRED
                                   OR (KV-EFFECTIVE-TO IS NOT EQUAL TO SPACES
                                       AND KV-EFFECTIVE-TO IS NOT EQUAL TO "00000000"
                                       AND KV-EFFECTIVE-TO IS LESS THAN MNT-RUN-DATE)
                               MOVE "N" TO TRAN-OK-SW
                               MOVE FUNCTION CONCATENATE("key-id " VAL-ALLOWED-KEY-ID(ka) " is expired") TO TRAN-ERR-TEXT
                           END-IF
                       END-IF
               END-READ
           END-IF
       END-IF.

*> A destination the run can allocate: a legal ddname (one to eight
*> characters, a letter or national first, letters, digits or nationals
*> after, no embedded blanks), not one of the system's own CIPHERxxx
*> files, and not already another correspondent's transmission file -
*> two desks on one ddname would each receive the other's traffic.
*> Spaces are legal and mean the default CIPHEROUT.
ValidateDestination.
       IF VAL-DESTINATION IS NOT EQUAL TO SPACES
           MOVE VAL-DESTINATION TO DD-NAME
           MOVE "destination" TO DD-WHAT
           PERFORM ValidateDdname
           IF TRAN-OK
               PERFORM VARYING DEST-IX FROM 1 BY 1 UNTIL DEST-IX > DEST-COUNT OR NOT TRAN-OK
                   IF DT-DESTINATION(DEST-IX) IS EQUAL TO VAL-DESTINATION
                           AND DT-CORR-ID(DEST-IX) IS NOT EQUAL TO CT-CORR-ID
                       MOVE "N" TO TRAN-OK-SW
                       MOVE FUNCTION CONCATENATE("destination " VAL-DESTINATION " is already registered to " DT-CORR-ID(DEST-IX)) TO TRAN-ERR-TEXT
                   END-IF
               END-PERFORM
           END-IF
           *> Nor any desk's id, this one's included - the intake reads
           *> that name as the desk's inbound file, and would take this
           *> desk's outbound transmissions for inbound traffic
           IF TRAN-OK AND VAL-DESTINATION IS EQUAL TO CT-CORR-ID
               MOVE "N" TO TRAN-OK-SW
               MOVE FUNCTION CONCATENATE("destination " VAL-DESTINATION " is the correspondent's own inbound file") TO TRAN-ERR-TEXT
           END-IF
           IF TRAN-OK
               PERFORM VARYING DEST-IX FROM 1 BY 1 UNTIL DEST-IX > DEST-COUNT OR NOT TRAN-OK
                   IF DT-CORR-ID(DEST-IX) IS EQUAL TO VAL-DESTINATION
                       MOVE "N" TO TRAN-OK-SW
                       MOVE FUNCTION CONCATENATE("destination " VAL-DESTINATION " is correspondent " DT-CORR-ID(DEST-IX) "'s inbound file") TO TRAN-ERR-TEXT
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

*> A new correspondent's id, as the ddname of its inbound file: legal,
*> not one of the system's own CIPHERxxx files, and not a destination
*> some desk's outbound traffic is already written to.
ValidateCorrId.
       MOVE CT-CORR-ID TO DD-NAME.
       MOVE "correspondent id" TO DD-WHAT.
       PERFORM ValidateDdname.
       IF TRAN-OK
           PERFORM VARYING DEST-IX FROM 1 BY 1 UNTIL DEST-IX > DEST-COUNT OR NOT TRAN-OK
               IF DT-DESTINATION(DEST-IX) IS EQUAL TO CT-CORR-ID
                   MOVE "N" TO TRAN-OK-SW
                   MOVE FUNCTION CONCATENATE("correspondent id " CT-CORR-ID " is the destination of " DT-CORR-ID(DEST-IX)) TO TRAN-ERR-TEXT
               END-IF
           END-PERFORM
       END-IF.

*> The ddname rules for DD-NAME: one to eight characters, a letter or
*> national first, letters, digits or nationals after, no embedded
*> blanks, and not one of the system's own CIPHERxxx files.
ValidateDdname.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(DD-NAME TRAILING)) TO DD-LEN.
       MOVE DD-NAME TO DD-SCRATCH.
       INSPECT DD-SCRATCH CONVERTING DDNAME-CHARS TO SPACES.
       IF DD-SCRATCH IS NOT EQUAL TO SPACES
           MOVE "N" TO TRAN-OK-SW
           MOVE FUNCTION CONCATENATE(FUNCTION TRIM(DD-WHAT) " " DD-NAME " is not a legal ddname") TO TRAN-ERR-TEXT
       ELSE
           MOVE DD-NAME(1:1) TO DD-SCRATCH
           INSPECT DD-SCRATCH CONVERTING DDNAME-LEADERS TO SPACES
           IF DD-SCRATCH IS NOT EQUAL TO SPACES
               MOVE "N" TO TRAN-OK-SW
               MOVE FUNCTION CONCATENATE(FUNCTION TRIM(DD-WHAT) " " DD-NAME " is not a legal ddname") TO TRAN-ERR-TEXT
           END-IF
       END-IF.
       IF TRAN-OK
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > DD-LEN OR NOT TRAN-OK
               IF DD-NAME(k:1) IS EQUAL TO SPACE
                   MOVE "N" TO TRAN-OK-SW
                   MOVE FUNCTION CONCATENATE(FUNCTION TRIM(DD-WHAT) " " DD-NAME " holds an embedded space") TO TRAN-ERR-TEXT
               END-IF
           END-PERFORM
       END-IF.
       IF TRAN-OK AND DD-NAME(1:6) IS EQUAL TO "CIPHER"
           MOVE "N" TO TRAN-OK-SW
           MOVE FUNCTION CONCATENATE(FUNCTION TRIM(DD-WHAT) " " DD-NAME " is reserved for the system's own files") TO TRAN-ERR-TEXT
       END-IF.

*> The transaction passed - put it on the master, with the before image
*> (where there was one) and the after image on the listing, and the
*> change itself on the permanent audit trail.
ApplyTran.
       IF CORR-FOUND
           PERFORM WriteBeforeLine
       ELSE
           MOVE FUNCTION CONCATENATE("BEFORE action:" CT-ACTION " correspondent:" CT-CORR-ID " - not on the master") TO LISTING-RECORD
           WRITE LISTING-RECORD
       END-IF.
       MOVE BEFORE-IMAGE TO CORRESPONDENT-RECORD.
       IF CT-SUSPEND
           *> Only the status moves - the registration stays, so a
           *> reinstate puts the desk back exactly as it was
           MOVE "S" TO CR-STATUS
       ELSE IF CT-REINSTATE
           MOVE "A" TO CR-STATUS
       ELSE
           IF CT-ADD
               MOVE SPACES TO CORRESPONDENT-RECORD
               MOVE CT-CORR-ID TO CR-CORR-ID
               MOVE "A" TO CR-STATUS
           END-IF
           MOVE CT-CIPHER-MODE TO CR-CIPHER-MODE
           MOVE CT-ALLOWED-KEYS TO CR-ALLOWED-KEYS
           MOVE CT-DESTINATION TO CR-DESTINATION
           *> No rate on the transaction registers none on an add (the
           *> statement then says the desk has no rate, rather than
           *> billing it at nothing in silence) and keeps the rate on
           *> file on a change
           IF CT-MSG-RATE-X IS EQUAL TO SPACES
               IF CT-ADD
                   MOVE SPACES TO CR-MSG-RATE-X
               END-IF
           ELSE
               MOVE CT-MSG-RATE TO CR-MSG-RATE
           END-IF
       END-IF.
       IF CT-ADD
           WRITE CORRESPONDENT-RECORD
               INVALID KEY
                   MOVE "N" TO TRAN-OK-SW
           END-WRITE
       ELSE
           REWRITE CORRESPONDENT-RECORD
               INVALID KEY
                   MOVE "N" TO TRAN-OK-SW
           END-REWRITE
       END-IF.
       IF NOT TRAN-OK
           ADD 1 TO TRAN-REJECT-COUNT
           MOVE FUNCTION CONCATENATE("REJECTED action:" CT-ACTION " correspondent:" CT-CORR-ID " - master write failed - file status:" CORR-STATUS) TO LISTING-RECORD
           WRITE LISTING-RECORD
           DISPLAY FUNCTION CONCATENATE("REJECTED action:" CT-ACTION " correspondent:" CT-CORR-ID " - master write failed - file status:" CORR-STATUS)
       ELSE
           ADD 1 TO TRAN-APPLIED-COUNT
           MOVE CR-CORR-ID TO BI-CORR-ID
           MOVE CR-DESTINATION TO VAL-DESTINATION
           PERFORM RememberDestination
           PERFORM WriteAfterLine
           MOVE FUNCTION CONCATENATE("AUDIT CORMNT " MNT-RUN-DATE " " MNT-RUN-TIME " action:" CT-ACTION " correspondent:" CR-CORR-ID " mode:" CR-CIPHER-MODE " status:" CR-STATUS " destination:" CR-DESTINATION) TO AUDIT-RECORD
           WRITE AUDIT-RECORD
       END-IF.

*> The master record as it stood before this transaction touched it.
WriteBeforeLine.
       MOVE FUNCTION CONCATENATE(BI-ALLOWED-KEY-ID(1) "," BI-ALLOWED-KEY-ID(2) "," BI-ALLOWED-KEY-ID(3) "," BI-ALLOWED-KEY-ID(4) "," BI-ALLOWED-KEY-ID(5)) TO KEY-LIST-TEXT.
       IF BI-MSG-RATE IS NUMERIC
           MOVE BI-MSG-RATE TO RATE-EDIT
           MOVE RATE-EDIT TO RATE-SHOW
       ELSE
           MOVE "none" TO RATE-SHOW
       END-IF.
       MOVE FUNCTION CONCATENATE("BEFORE action:" CT-ACTION " correspondent:" BI-CORR-ID " mode:" BI-CIPHER-MODE " keys:" KEY-LIST-TEXT " destination:" BI-DESTINATION " status:" BI-STATUS " rate:" FUNCTION TRIM(RATE-SHOW)) TO LISTING-RECORD.
       WRITE LISTING-RECORD.

*> And as it stands now that it has.
WriteAfterLine.
       MOVE FUNCTION CONCATENATE(CR-ALLOWED-KEY-ID(1) "," CR-ALLOWED-KEY-ID(2) "," CR-ALLOWED-KEY-ID(3) "," CR-ALLOWED-KEY-ID(4) "," CR-ALLOWED-KEY-ID(5)) TO KEY-LIST-TEXT.
       IF CR-MSG-RATE IS NUMERIC
           MOVE CR-MSG-RATE TO RATE-EDIT
           MOVE RATE-EDIT TO RATE-SHOW
       ELSE
           MOVE "none" TO RATE-SHOW
       END-IF.
       MOVE FUNCTION CONCATENATE("AFTER  action:" CT-ACTION " correspondent:" CR-CORR-ID " mode:" CR-CIPHER-MODE " keys:" KEY-LIST-TEXT " destination:" CR-DESTINATION " status:" CR-STATUS " rate:" FUNCTION TRIM(RATE-SHOW)) TO LISTING-RECORD.
       WRITE LISTING-RECORD.
