    SELECT CIPHER-OUT-FILE ASSIGN TO OUT-DEST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUT-STATUS.
    *> The transmission log - one TXLOGREC line for every group capped
    *> on a transmission file, with the count and checksum its trailer
    *> carried, appended forever like the audit trail. The desks'
    *> acknowledgements are matched against it, so a desk that never
    *> got its file is noticed by the morning report rather than by
    *> the desk phoning in. OPTIONAL so the first run creates it.
    SELECT OPTIONAL TXLOG-FILE ASSIGN TO "CIPHERTXL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXL-STATUS.
    *> Outbound traffic our own Solve scoring reads back from the
    *> ciphertext alone never reaches its transmission file - it lands
    *> here instead, one HOLDREC line per message, recovered text
    *> masked for classified traffic. Appended forever like the
    *> transmission log; OPTIONAL so the first hold creates it.
    SELECT OPTIONAL HOLD-FILE ASSIGN TO "CIPHERHLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HLD-STATUS.
    *> Every record a run throws out - bad character, unexpected record
    *> type, length mismatch - lands here in its original CIPHREC layout
    *> plus the reason and where in the batch it sat, so one bad message
    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "CIPHERARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-FILE-STATUS.
    *> The history journal - every record this run writes to CIPHERHIS
    *> lands here first, one JNLREC generation per run, so a master
    *> damaged mid-night can be rebuilt by the HistoryRecover run from
    *> the last image copy and the generations since. The operator
    *> allocates a fresh generation for each run, a restart included.
    SELECT JOURNAL-FILE ASSIGN TO "CIPHERJNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JNL-STATUS.
    *> The permanent record of who ran what - one start and one end line
    *> per run, appended forever and never overwritten, so the security
    *> reviewers can answer "what ran on the 14th" from this file instead
    SELECT OPTIONAL DICTIONARY-FILE ASSIGN TO "CIPHERDCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DCT-STATUS.
    *> The intercept case file - one case per message a solve-only run
    *> works, holding the leading readings of both the shift scan and
    *> the Vigenere hunt for the analysts to confirm or disprove. Opened
    *> at the first solve, created on first use; DYNAMIC because the
    *> same open walks the file for today's numbering and the keywords
    *> earlier cases confirmed, then appends the night's new cases.
    SELECT CASE-FILE ASSIGN TO "CIPHERCAS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IC-CASE-NO
        FILE STATUS IS CAS-STATUS.
DATA DIVISION.
FILE SECTION.
FD  MESSAGE-FILE.
       COPY CIPHREC REPLACING ==CIPHER-BATCH-RECORD== BY ==CIPHER-OUT-RECORD==
                              LEADING ==CB== BY ==CO==.

FD  TXLOG-FILE.
       COPY TXLOGREC.

FD  HOLD-FILE.
       COPY HOLDREC.

FD  REJECT-FILE.
       01 REJECT-RECORD.
           *> The rejected record exactly as it arrived, so a corrected
       COPY HISTREC REPLACING ==HISTORY-RECORD== BY ==ARCHIVE-RECORD==
                              LEADING ==HIS== BY ==ARC==.

FD  JOURNAL-FILE.
       COPY JNLREC.

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

FD  STATUS-FILE.
       COPY STATREC.

FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKP-REC-BEST-SCORE PIC 9(4).
           05 CKP-REC-BEST-OFFSET PIC 99.
           05 CKP-REC-BEST-TEXT PIC x(80).
           *> Affine crack only - the leader's multiplier; CKP-REC-COUNTER
           *> then counts multipliers finished, not offsets
           05 CKP-REC-BEST-MULT PIC 99.

FD  RUN-CKP-FILE.
       01 RUN-CHECKPOINT-RECORD.
           *> comes up is work the dead run finished after its last
           *> checkpoint, recognized and counted rather than redone
           05 RCK-HIS-NEXT-SEQ PIC 9(7).
           *> Whose group the in-progress transmission group is, and
           *> under which cipher, for the log line its trailer writes
           05 RCK-OUT-CORR-ID PIC x(8).
           05 RCK-OUT-CIPHER-MODE PIC x(1).
           05 RCK-HOLD-COUNT PIC 9(7).
           05 RCK-UNRECORDED-COUNT PIC 9(7).

FD  DICTIONARY-FILE.
       01 DICTIONARY-RECORD PIC x(80).
FD  AUTH-FILE.
       COPY AUTHREC.

FD  CASE-FILE.
       COPY CASEREC.

*> Define all Global Variables
WORKING-STORAGE SECTION.
       *> Widened past the old PIC X(3) (which only ever fit "HAL") - real
       01 SOLVE-BEST-SCORE PIC 9(4) VALUE 0.
       01 SOLVE-BEST-OFFSET PIC 99.
       01 SOLVE-BEST-TEXT PIC x(80).
       01 SOLVE-BEST-MULT PIC 99.
       *> The compiled-in seed of the Solve scoring dictionary - common
       *> English words, checked against each candidate's
       *> space-delimited tokens; a real word showing up is a far
       *> The day's cipher key, supplied as a PARM on the run or as a leading
       *> control-card record in the input - no more recompiling to rotate it
       01 DEFAULT-OFFSET PIC 99 VALUE 3.
       *> Affine runs multiply each letter by this before the offset is
       *> added. Given on the PARM as "mm/oo" or on the header in
       *> CB-DEFAULT-MULTIPLIER; always one of the twelve values coprime
       *> with 26 by the time it is in force.
       01 DEFAULT-MULTIPLIER PIC 99 VALUE 1.
       01 MULT-WORK PIC x(02).
           88 MULT-COPRIME VALUES "01" "03" "05" "07" "09" "11"
                                  "15" "17" "19" "21" "23" "25".
       01 PARM-SLASH-COUNT PIC 9(2).
       01 PARM-MULT-TOK PIC x(20).
       01 PARM-OFS-TOK PIC x(20).
       01 PARM-PART-LEN PIC 9(2).
       *> The key as the report lines show it - offset, or
       *> multiplier/offset for affine
       01 KEY-SHOW PIC x(20).
       01 PARM-FIELD PIC x(40).
       01 PARM-TRIMMED PIC x(40).
       01 PARM-KEY-TOK PIC x(20).
       01 CIPHER-MODE PIC x(1) VALUE "C".
           88 CAESAR-MODE VALUE "C".
           88 VIGENERE-MODE VALUE "V".
           *> Affine - each letter multiplied, then shifted. Stronger
           *> than Caesar (which is the multiplier-1 case), still a
           *> single substitution alphabet per key.
           88 AFFINE-MODE VALUE "A".
       01 KEYWORD PIC x(20).
       01 KEYWORD-LEN PIC 9(2) VALUE 0.
       01 KEY-POS PIC 9(3) VALUE 0.
       01 PLAIN-ALPHABET PIC x(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 SHIFT-ALPHA-TABLE.
           05 SHIFT-ALPHA PIC x(26) OCCURS 26 TIMES.
       *> Every affine alphabet - row m, column s+1 is letter x going
       *> to (m * x + s) mod 26 - built once at startup beside the shift
       *> table, so affine traffic substitutes in one INSPECT too. Only
       *> the twelve multipliers coprime with 26 get rows filled; the
       *> rest never come into force.
       01 AFF-MULT-DATA.
           05 FILLER PIC 99 VALUE 1.
           05 FILLER PIC 99 VALUE 3.
           05 FILLER PIC 99 VALUE 5.
           05 FILLER PIC 99 VALUE 7.
           05 FILLER PIC 99 VALUE 9.
           05 FILLER PIC 99 VALUE 11.
           05 FILLER PIC 99 VALUE 15.
           05 FILLER PIC 99 VALUE 17.
           05 FILLER PIC 99 VALUE 19.
           05 FILLER PIC 99 VALUE 21.
           05 FILLER PIC 99 VALUE 23.
           05 FILLER PIC 99 VALUE 25.
       01 AFF-MULT-TABLE REDEFINES AFF-MULT-DATA.
           05 AFF-MULT PIC 99 OCCURS 12 TIMES.
       01 AFF-ALPHA-TABLE.
           05 AFF-MULT-ROW OCCURS 25 TIMES.
               10 AFF-ALPHA PIC x(26) OCCURS 26 TIMES.
       01 AFF-MX PIC 99.
       01 AFF-MULT-WK PIC 99.
       01 AFF-OFS PIC 99.
       01 VKEY-ALPHA-TABLE.
           05 VKEY-ALPHA PIC x(26) OCCURS 20 TIMES.
       01 VKEY-CURRENT PIC x(20) VALUE LOW-VALUES.
       01 OUT-MSG-COUNT PIC 9(7) VALUE 0.
       01 OUT-CHECKSUM PIC 9(09) VALUE 0.
       01 OUT-TEXT-LEN PIC 9(3).
       *> The group in progress on the transmission file, as its header
       *> went out - by the time the next header caps it with a trailer,
       *> GROUP-CORR-ID and CIPHER-MODE already describe the next group
       01 OUT-CORR-ID PIC x(08) VALUE SPACES.
       01 OUT-CIPHER-MODE PIC x(1).
       *> Transmission log housekeeping - opened EXTEND the first time a
       *> trailer goes out. A log that cannot be opened disables itself
       *> with one warning: the traffic still goes, and the missing
       *> lines show up as unlogged at acknowledgement matching.
       01 TXL-STATUS PIC x(02).
       01 TXL-OPEN-SW PIC x(1) VALUE "N".
           88 TXL-OPEN VALUE "Y".
       01 TXL-DISABLED-SW PIC x(1) VALUE "N".
           88 TXL-DISABLED VALUE "Y".
       *> The encrypt-side weak-ciphertext screen. Every ciphertext an
       *> encrypt pass is about to transmit goes through the same crack
       *> Solve runs against intercepts - the 26-shift scan for Caesar,
       *> the keyword hunt for Vigenere - judged by the same
       *> ScoreEnglishText. A message the crack reads back with at least
       *> SCREEN-MIN-WORDS dictionary words and SCREEN-HOLD-PCT of its
       *> letters right is held: history records it, CIPHERHLD keeps
       *> it, the transmission file never sees it. The true plaintext
       *> is scored first - one holding no dictionary word gives the
       *> crack nothing to be confident about and skips the sweep,
       *> which keeps the screen off most of the nightly path.
       01 SCREEN-MIN-WORDS PIC 9(3) VALUE 1.
       01 SCREEN-HOLD-PCT PIC 9(3) VALUE 90.
       01 SCREENING-SW PIC x(1) VALUE "N".
           88 SCREENING VALUE "Y".
       01 SCR-HELD-SW PIC x(1) VALUE "N".
           88 SCR-HELD VALUE "Y".
       01 SCR-PLAIN PIC x(80).
       01 SCR-CIPHER PIC x(80).
       01 SCR-SHIFT PIC 99.
       01 SCR-MX PIC 99.
       01 SCR-MULT PIC 99.
       01 SCR-BEST-SCORE PIC 9(4).
       01 SCR-BEST-TEXT PIC x(80).
       01 SCR-BEST-KEY PIC x(20).
       01 SCR-BEST-WORDS PIC 9(3).
       01 SCR-LETTERS PIC 9(3).
       01 SCR-AGREE PIC 9(3).
       01 SCR-AGREE-PCT PIC 9(3).
       01 sx PIC 9(3).
       01 HOLD-COUNT PIC 9(7) VALUE 0.
       *> Hold file housekeeping - opened EXTEND at the first hold. A
       *> hold file that cannot be opened disables itself with one
       *> warning: the message is still held, history still records it.
       01 HLD-STATUS PIC x(02).
       01 HLD-OPEN-SW PIC x(1) VALUE "N".
           88 HLD-OPEN VALUE "Y".
       01 HLD-DISABLED-SW PIC x(1) VALUE "N".
           88 HLD-DISABLED VALUE "Y".
       *> Intercept case housekeeping - CIPHERCAS is opened I-O at the
       *> first solve-only message and walked once: today's last case
       *> number, so this run numbers on after it, and every keyword an
       *> analyst has confirmed, so a later intercept is tried against
       *> those before the hunt starts. A case file that cannot be
       *> opened disables itself with one warning and the solve goes on.
       01 CAS-STATUS PIC x(02).
       01 CAS-OPEN-SW PIC x(1) VALUE "N".
           88 CAS-OPEN VALUE "Y".
       01 CAS-DISABLED-SW PIC x(1) VALUE "N".
           88 CAS-DISABLED VALUE "Y".
       01 CAS-EOF-SW PIC x(1) VALUE "N".
           88 CAS-EOF VALUE "Y".
       01 CAS-NEXT-SEQ PIC 9(5) VALUE 0.
       01 CAS-OPENED-COUNT PIC 9(7) VALUE 0.
       *> Set while a solve-only message's readings are being collected
       *> (the Vigenere hunt offers each keyword length's best as it
       *> goes), and then while its case waits on the history write
       01 CASE-CAPTURE-SW PIC x(1) VALUE "N".
           88 CASE-CAPTURE VALUE "Y".
       01 CASE-READY-SW PIC x(1) VALUE "N".
           88 CASE-READY VALUE "Y".
       *> The message's leading readings in CASEREC's slot order - 1-3
       *> the shift scan, 4-6 the Vigenere hunt - best first per family
       01 CAS-CAND-TABLE.
           05 CAS-CAND OCCURS 6 TIMES.
               10 CAS-CAND-FAMILY PIC x(1).
               10 CAS-CAND-KEY PIC x(20).
               10 CAS-CAND-SCORE PIC 9(9).
               10 CAS-CAND-TEXT PIC x(80).
       01 CAS-OFFER-FAMILY PIC x(1).
       01 CAS-OFFER-KEY PIC x(20).
       01 CAS-OFFER-SCORE PIC 9(9).
       01 CAS-OFFER-TEXT PIC x(80).
       01 CAS-FIRST PIC 9(1).
       01 CAS-LAST PIC 9(1).
       01 CAS-SLOT PIC 9(1).
       01 CAS-IX PIC 9(1).
       01 CAS-RECOVERED-FAMILY PIC x(1).
       01 CAS-RECOVERED-KEY PIC x(20).
       01 CAS-RECOVERED-TEXT PIC x(80).
       01 CAS-KEYWORD-FROM PIC x(13).
       *> Keywords confirmed on earlier cases, with the case that
       *> confirmed each - the latest confirmation of a keyword wins.
       *> A keyword that still reads a new intercept (dictionary words
       *> in at least half its tokens) is taken without the hunt.
       01 CKW-TABLE.
           05 CKW-ENTRY OCCURS 200 TIMES.
               10 CKW-KEYWORD PIC x(20).
               10 CKW-CASE-NO PIC x(13).
       01 CKW-COUNT PIC 9(3) VALUE 0.
       01 CKW-LIMIT PIC 9(3) VALUE 200.
       01 CKW-IX PIC 9(3).
       01 CKW-BEST-IX PIC 9(3) VALUE 0.
       01 CKW-BEST-COMP PIC 9(9).
       01 CKW-LEN PIC 9(2).
       01 CKW-TOKENS PIC 9(3).
       01 CKW-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 CKW-FULL-WARNED VALUE "Y".
       *> Which transmission file CIPHER-OUT-FILE is physically on right
       *> now - the group's correspondent decides, the default carries
       *> unattributed groups exactly as before. A destination revisited
       01 REJ-STATUS PIC x(02).
       01 REJ-COUNT PIC 9(7) VALUE 0.
       01 REJ-REASON-WK PIC x(3).
       *> The rejects that leave no history record behind - a group
       *> header refused under COR, an out-of-place record, a rerun
       *> record that cannot be rerun - so the balancing run can tie
       *> the rest of the reject count to the history master
       01 UNRECORDED-REJ-COUNT PIC 9(7) VALUE 0.
       01 BATCH-REC-SEQ PIC 9(7) VALUE 0.
       *> Rerun-mode bookkeeping - reading back a corrected CIPHERREJ.
       *> A record that fails again is only counted and reported (the
           88 KEY-OVERRIDE VALUE "Y".
       01 SAVED-CIPHER-MODE PIC x(1).
       01 SAVED-DEFAULT-OFFSET PIC 99.
       01 SAVED-DEFAULT-MULTIPLIER PIC 99.
       01 SAVED-KEYWORD PIC x(20).
       01 SAVED-KEYWORD-LEN PIC 9(2).
       *> Audit trail housekeeping. KEY-SOURCE records where the run's key
       01 HIS-STATUS-WK PIC x(1).
       01 HIS-EOF-SW PIC x(1) VALUE "N".
           88 HIS-EOF VALUE "Y".
       *> Journal housekeeping - the run's generation is opened at its
       *> first history record, so a run that records nothing leaves no
       *> empty generation behind. A journal that cannot be opened
       *> disables itself with one warning: the master still gets every
       *> record, the night just runs without its forward recovery.
       01 JNL-STATUS PIC x(02).
       01 JNL-OPEN-SW PIC x(1) VALUE "N".
           88 JNL-OPEN VALUE "Y".
       01 JNL-DISABLED-SW PIC x(1) VALUE "N".
           88 JNL-DISABLED VALUE "Y".
       01 JNL-COUNT PIC 9(9) VALUE 0.
       01 JNL-FIRST-KEY PIC x(15) VALUE ZEROES.
       01 JNL-LAST-KEY PIC x(15) VALUE ZEROES.
       *> Archive generation housekeeping for the inquiry side - a
       *> date-range question whose range reaches past the retention
       *> cutoff is answered from the allocated CIPHERARC generation
       *> Every shift's substitution alphabet, once, before the first
       *> message - the whole night then runs on table lookups
       PERFORM BuildShiftAlphabets.
       PERFORM BuildAffineAlphabets.
       *> The duplicate screen's slots must start empty - zero is how
       *> a probe knows it has run out of occupants
       INITIALIZE DUP-TABLE-AREA.

       *> Let the operator hand us the day's key as a run-time PARM instead
       *> of editing SET offset TO 3 and recompiling whenever the key rotates.
       *> A numeric first token is a Caesar offset; "mm/oo" is an affine
       *> multiplier and offset; anything else is taken as a Vigenere
       *> keyword. A second token, if given, selects the run mode
       *> ("05 E" = Caesar offset 5, Encrypt only). Parsed before any file
       *> is opened, because a rejects rerun ("05 R") reads CIPHERREJ and
       *> must not demand a CIPHERIN that was never allocated.
       IF PARM-KEY-TOK IS NOT EQUAL TO SPACES
           MOVE "PARM" TO KEY-SOURCE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PARM-KEY-TOK)) TO PARM-KEY-LEN
           MOVE 0 TO PARM-SLASH-COUNT
           INSPECT PARM-KEY-TOK TALLYING PARM-SLASH-COUNT FOR ALL "/"
           IF PARM-SLASH-COUNT IS GREATER THAN 0
               PERFORM TakeAffineParm
           ELSE
               IF PARM-KEY-TOK(1:PARM-KEY-LEN) IS NUMERIC
                   MOVE "C" TO CIPHER-MODE
                   MOVE FUNCTION NUMVAL(PARM-KEY-TOK) TO DEFAULT-OFFSET
               ELSE
                   MOVE "V" TO CIPHER-MODE
                   MOVE FUNCTION UPPER-CASE(PARM-KEY-TOK) TO KEYWORD
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(KEYWORD)) TO KEYWORD-LEN
               END-IF
           END-IF
       END-IF.
       IF PARM-MODE-TOK IS NOT EQUAL TO SPACE
                           PERFORM WriteReportLine
                           MOVE "TYP" TO REJ-REASON-WK
                           PERFORM RejectRecord
                           ADD 1 TO UNRECORDED-REJ-COUNT
                       END-IF
                       *> Park the loop's progress at every group
                       *> boundary and every CKP-INTERVAL records - an
           PERFORM WriteCipherOutTrailer
           CLOSE CIPHER-OUT-FILE
       END-IF.
       IF TXL-OPEN
           CLOSE TXLOG-FILE
       END-IF.
       IF HLD-OPEN
           CLOSE HOLD-FILE
       END-IF.

       IF KEYV-OPEN
           CLOSE KEY-VAULT-FILE
       IF HIST-OPEN
           CLOSE HISTORY-FILE
       END-IF.
       IF JNL-OPEN
           PERFORM CloseJournal
       END-IF.
       IF CAS-OPEN
           CLOSE CASE-FILE
       END-IF.

       *> Close out the audit trail - how the run ended, in the same line
       *> the reviewers will read next to its start line years from now
       ELSE
           MOVE "FAILED" TO AUD-RECON
       END-IF.
       MOVE FUNCTION CONCATENATE("AUDIT END   " RPT-RUN-DATE " " AUD-RUN-TIME " processed:" GRAND-MSG-COUNT " rejected:" AUD-REJ-COUNT " reconciliation:" AUD-RECON " held:" HOLD-COUNT " unrecorded:" UNRECORDED-REJ-COUNT " restart:" RUN-RESTART-SW) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.

           MOVE FUNCTION CONCATENATE("Messages Rejected as Duplicates: " DUP-COUNT) TO REPORT-RECORD
           PERFORM WriteReportLine
       END-IF.
       *> Holds likewise - encrypted, recorded, and kept off the wire
       IF NOT RUN-INQUIRY AND NOT RUN-VERIFY
           MOVE FUNCTION CONCATENATE("Messages Held by Ciphertext Screen: " HOLD-COUNT) TO REPORT-RECORD
           PERFORM WriteReportLine
       END-IF.
       *> And what reached the journal - equal to the history records
       *> written, or the forward recovery has a gap in it
       IF NOT RUN-INQUIRY AND NOT RUN-VERIFY
           MOVE FUNCTION CONCATENATE("History Records Journaled: " JNL-COUNT) TO REPORT-RECORD
           PERFORM WriteReportLine
       END-IF.
       *> And the solve run's new intercept cases
       IF RUN-SOLVE-ONLY
           MOVE FUNCTION CONCATENATE("Intercept Cases Opened: " CAS-OPENED-COUNT) TO REPORT-RECORD
           PERFORM WriteReportLine
       END-IF.
       IF NOT RUN-REJECT-RERUN
           MOVE FUNCTION CONCATENATE("Grand Total - Groups: " GROUP-NUMBER " Messages: " GRAND-MSG-COUNT " Rejected: " REJ-COUNT " Held: " HOLD-COUNT) TO REPORT-RECORD
           PERFORM WriteReportLine
       END-IF.
       PERFORM FlushReportBuffer.
ApplyHeaderKeyMode.
       IF PARM-KEY-TOK IS EQUAL TO SPACES
           MOVE "HEADER" TO KEY-SOURCE
           IF CB-AFFINE-MODE
               PERFORM ApplyHeaderAffineKey
           ELSE
               IF CB-VIGENERE-MODE AND CB-DEFAULT-KEYWORD IS NOT EQUAL TO SPACES
                   MOVE "V" TO CIPHER-MODE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CB-DEFAULT-KEYWORD)) TO KEYWORD
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(KEYWORD)) TO KEYWORD-LEN
               ELSE
                   *> A Solve-only run in Vigenere mode carries no keyword on
                   *> purpose - recovering it is the job. Only a run that
                   *> must actually key the cipher falls back to Caesar over
                   *> a blank keyword.
                   IF CB-VIGENERE-MODE
                           AND ((PARM-MODE-TOK IS EQUAL TO SPACE
                                 AND CB-MODE-SOLVE-ONLY)
                             OR (PARM-MODE-TOK IS NOT EQUAL TO SPACE
                                 AND RUN-SOLVE-ONLY))
                       MOVE "V" TO CIPHER-MODE
                   ELSE
                       IF CB-VIGENERE-MODE
                           DISPLAY "WARNING: header selected Vigenere mode but CB-DEFAULT-KEYWORD is blank - falling back to Caesar"
                       END-IF
                       MOVE "C" TO CIPHER-MODE
                       MOVE CB-DEFAULT-OFFSET TO DEFAULT-OFFSET
                   END-IF
               END-IF
           END-IF
       END-IF.
           MOVE CB-RUN-MODE TO RUN-MODE
       END-IF.

*> An affine header keys its group with its multiplier and offset. A
*> multiplier with no inverse mod 26 could never be deciphered, so it
*> falls back to Caesar on the header's offset (multiplier 1) the way a
*> keywordless Vigenere header does - and a desk registered affine then
*> has the group refused at its registration check. A Solve-only run
*> needs no multiplier: recovering it is the job.
ApplyHeaderAffineKey.
       IF CB-DEFAULT-MULTIPLIER IS NUMERIC
           MOVE CB-DEFAULT-MULTIPLIER TO MULT-WORK
       ELSE
           MOVE SPACES TO MULT-WORK
       END-IF.
       IF MULT-COPRIME
           MOVE "A" TO CIPHER-MODE
           MOVE CB-DEFAULT-OFFSET TO DEFAULT-OFFSET
           MOVE CB-DEFAULT-MULTIPLIER TO DEFAULT-MULTIPLIER
       ELSE
           IF (PARM-MODE-TOK IS EQUAL TO SPACE AND CB-MODE-SOLVE-ONLY)
                   OR (PARM-MODE-TOK IS NOT EQUAL TO SPACE AND RUN-SOLVE-ONLY)
               MOVE "A" TO CIPHER-MODE
           ELSE
               DISPLAY FUNCTION CONCATENATE("WARNING: header selected affine mode but CB-DEFAULT-MULTIPLIER '" CB-DEFAULT-MULTIPLIER "' is not coprime with 26 - falling back to Caesar")
               MOVE "C" TO CIPHER-MODE
               MOVE CB-DEFAULT-OFFSET TO DEFAULT-OFFSET
           END-IF
       END-IF.

*> An affine key on the PARM - "mm/oo", multiplier then offset. The
*> operator typed it, so a multiplier that could never be deciphered
*> stops the run before it touches a file rather than being guessed
*> around.
TakeAffineParm.
       MOVE SPACES TO PARM-MULT-TOK.
       MOVE SPACES TO PARM-OFS-TOK.
       UNSTRING PARM-KEY-TOK DELIMITED BY "/" OR SPACE INTO PARM-MULT-TOK PARM-OFS-TOK.
       MOVE SPACES TO MULT-WORK.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(PARM-MULT-TOK)) TO PARM-PART-LEN.
       IF PARM-MULT-TOK(1:PARM-PART-LEN) IS NUMERIC AND PARM-PART-LEN IS LESS THAN 3
           MOVE FUNCTION NUMVAL(PARM-MULT-TOK) TO DEFAULT-MULTIPLIER
           MOVE DEFAULT-MULTIPLIER TO MULT-WORK
       END-IF.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(PARM-OFS-TOK)) TO PARM-PART-LEN.
       IF NOT MULT-COPRIME
               OR PARM-OFS-TOK(1:PARM-PART-LEN) IS NOT NUMERIC
               OR PARM-PART-LEN IS GREATER THAN 2
           DISPLAY FUNCTION CONCATENATE("ERROR: affine key '" FUNCTION TRIM(PARM-KEY-TOK) "' is not multiplier/offset with a multiplier coprime with 26 (1 3 5 7 9 11 15 17 19 21 23 25) - nothing done")
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE "A" TO CIPHER-MODE.
       MOVE FUNCTION NUMVAL(PARM-OFS-TOK) TO DEFAULT-OFFSET.

*> Open a batch group: fresh per-group counters for its own trailer
*> reconciliation, a titled section on the report so each
*> correspondent's traffic reads as its own statement, and CIPHEROUT
           PERFORM WriteReportLine
           MOVE "COR" TO REJ-REASON-WK
           PERFORM RejectRecord
           ADD 1 TO UNRECORDED-REJ-COUNT
       END-IF.

*> The registration check itself, shared with the verify run (which
               MOVE DEST-COUNT TO RCK-DEST-COUNT
               MOVE DEST-TABLE TO RCK-DEST-TABLE
               MOVE HIS-NEXT-SEQ TO RCK-HIS-NEXT-SEQ
               MOVE OUT-CORR-ID TO RCK-OUT-CORR-ID
               MOVE OUT-CIPHER-MODE TO RCK-OUT-CIPHER-MODE
               MOVE HOLD-COUNT TO RCK-HOLD-COUNT
               MOVE UNRECORDED-REJ-COUNT TO RCK-UNRECORDED-COUNT
               WRITE RUN-CHECKPOINT-RECORD
               CLOSE RUN-CKP-FILE
           END-IF
       MOVE RCK-ACTUAL-CHECKSUM TO ACTUAL-CHECKSUM.
       MOVE RCK-GRAND-MSG-COUNT TO GRAND-MSG-COUNT.
       MOVE RCK-REJ-COUNT TO REJ-COUNT.
       MOVE RCK-HOLD-COUNT TO HOLD-COUNT.
       MOVE RCK-UNRECORDED-COUNT TO UNRECORDED-REJ-COUNT.
       IF RCK-RECON-FLAG IS EQUAL TO "N"
           MOVE "N" TO RECON-SW
       END-IF.
           SET OUT-OPEN TO TRUE
           MOVE RCK-OUT-MSG-COUNT TO OUT-MSG-COUNT
           MOVE RCK-OUT-CHECKSUM TO OUT-CHECKSUM
           MOVE RCK-OUT-CORR-ID TO OUT-CORR-ID
           MOVE RCK-OUT-CIPHER-MODE TO OUT-CIPHER-MODE
       END-IF.

*> A group header met while positioning forward - everything a real
       IF NOT RECON-OK
           MOVE 8 TO WORST-CONDITION
       ELSE
           IF AUD-REJ-COUNT IS GREATER THAN 0 OR HOLD-COUNT IS GREATER THAN 0
               MOVE 4 TO WORST-CONDITION
           ELSE
               MOVE 0 TO WORST-CONDITION
           MOVE AUD-REJ-COUNT TO ST-REJECT-COUNT
           MOVE RECON-SW TO ST-RECON-FLAG
           MOVE WORST-CONDITION TO ST-WORST-CONDITION
           MOVE HOLD-COUNT TO ST-HOLD-COUNT
           MOVE UNRECORDED-REJ-COUNT TO ST-UNRECORDED-COUNT
           WRITE RUN-STATUS-RECORD
           CLOSE STATUS-FILE
       END-IF.
           IF NOT RUN-REJECT-RERUN
               CLOSE REJECT-FILE
           END-IF
           IF TXL-OPEN
               CLOSE TXLOG-FILE
           END-IF
           IF HLD-OPEN
               CLOSE HOLD-FILE
           END-IF
           CLOSE AUDIT-FILE
           PERFORM FlushReportBuffer
           CLOSE REPORT-FILE
       MOVE RPT-RUN-DATE TO CO-RUN-DATE.
       MOVE CIPHER-MODE TO CO-CIPHER-MODE.
       MOVE ZEROES TO CO-DEFAULT-OFFSET.
       MOVE ZEROES TO CO-DEFAULT-MULTIPLIER.
       MOVE SPACES TO CO-DEFAULT-KEYWORD.
       MOVE "D" TO CO-RUN-MODE.
       *> The transmission file says whose traffic it carries - the
       WRITE CIPHER-OUT-RECORD.
       MOVE 0 TO OUT-MSG-COUNT.
       MOVE 0 TO OUT-CHECKSUM.
       MOVE GROUP-CORR-ID TO OUT-CORR-ID.
       MOVE CIPHER-MODE TO OUT-CIPHER-MODE.

*> Cap the CIPHEROUT group in progress with a trailer computed from
*> what that group actually wrote, so each group reconciles on its own
       MOVE OUT-MSG-COUNT TO CO-EXPECTED-COUNT.
       MOVE OUT-CHECKSUM TO CO-CHECKSUM.
       WRITE CIPHER-OUT-RECORD.
       PERFORM LogTransmission.

*> Put the group just capped on the transmission log - the shop's
*> record of what each desk was sent, in the trailer's own numbers.
LogTransmission.
       IF NOT TXL-OPEN AND NOT TXL-DISABLED
           OPEN EXTEND TXLOG-FILE
           IF TXL-STATUS IS EQUAL TO "00" OR TXL-STATUS IS EQUAL TO "05"
               SET TXL-OPEN TO TRUE
           ELSE
               SET TXL-DISABLED TO TRUE
               DISPLAY FUNCTION CONCATENATE("WARNING: cannot open transmission log CIPHERTXL - file status:" TXL-STATUS " - this run's groups will not be logged")
           END-IF
       END-IF.
       IF TXL-OPEN
           MOVE SPACES TO TRANSMISSION-LOG-RECORD
           MOVE RPT-RUN-DATE TO TX-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TX-RUN-TIME
           MOVE OUT-CORR-ID TO TX-CORRESPONDENT-ID
           MOVE OUT-DEST-NAME TO TX-DESTINATION
           MOVE OUT-CIPHER-MODE TO TX-CIPHER-MODE
           MOVE OUT-MSG-COUNT TO TX-MSG-COUNT
           MOVE OUT-CHECKSUM TO TX-CHECKSUM
           IF RERUN-ACTIVE
               SET TX-FROM-RERUN TO TRUE
           ELSE
               SET TX-FROM-ENCRYPT TO TRUE
           END-IF
           WRITE TRANSMISSION-LOG-RECORD
       END-IF.

*> One detail record = one message. Pulled out of Begin's read loop so
*> Begin just dispatches on record type and this carries the per-message
               ADD 1 TO OUT-MSG-COUNT
               ADD OUT-TEXT-LEN TO OUT-CHECKSUM
           END-IF
           *> A tail record the dead run held is already on CIPHERHLD -
           *> only the count, which stopped at the checkpoint, catches up
           IF HIS-HELD
               ADD 1 TO HOLD-COUNT
           END-IF
           MOVE FUNCTION CONCATENATE("Restart: record already processed by the interrupted run as ordinal " DUP-MATCH-SEQ " - not redone") TO REPORT-RECORD
           PERFORM WriteReportLine
       ELSE IF DUP-FOUND
               DISPLAY FUNCTION CONCATENATE("Original ------> " FUNCTION TRIM(og))
           END-IF
           PERFORM Encrypt
           *> Before the ciphertext goes anywhere, our own crack gets a
           *> go at it - what Solve can read back does not transmit
           MOVE "N" TO SCR-HELD-SW
           IF VALID-MESSAGE
               PERFORM ScreenCiphertext
           END-IF
           IF NOT VALID-MESSAGE
               MOVE "CHR" TO REJ-REASON-WK
               MOVE "R" TO HIS-STATUS-WK
               MOVE SPACES TO HIS-RESULT-WK
           ELSE
               IF SCR-HELD
                   ADD 1 TO HOLD-COUNT
                   DISPLAY FUNCTION CONCATENATE("Held " FUNCTION TRIM(MSG-SHOW) " - Solve screen recovered it with key:" FUNCTION TRIM(SCR-BEST-KEY) " words:" SCR-BEST-WORDS " letters right:" SCR-AGREE-PCT "% - not transmitted")
                   MOVE FUNCTION CONCATENATE("Held " FUNCTION TRIM(MSG-SHOW) " - Solve screen recovered it with key:" FUNCTION TRIM(SCR-BEST-KEY) " words:" SCR-BEST-WORDS " letters right:" SCR-AGREE-PCT "% - not transmitted") TO REPORT-RECORD
                   PERFORM WriteReportLine
                   MOVE "H" TO HIS-STATUS-WK
                   MOVE str TO HIS-RESULT-WK
               ELSE
                   PERFORM WriteCipherOut
                   MOVE "A" TO HIS-STATUS-WK
                   MOVE str TO HIS-RESULT-WK
               END-IF
           END-IF
           ADD 1 TO RPT-MSG-COUNT
       ELSE IF RUN-DECRYPT-ONLY
           SET og-len TO FUNCTION LENGTH(FUNCTION TRIM(og));
           ADD og-len TO ACTUAL-CHECKSUM;
           ADD 1 TO RPT-MSG-COUNT;
           *> Every intercept worked here becomes a case for the
           *> analysts - collect the readings while the solve runs
           IF NOT CAS-OPEN AND NOT CAS-DISABLED
               PERFORM OpenCaseFile
           END-IF
           IF CAS-OPEN
               PERFORM ResetCaseCandidates
           END-IF
           PERFORM RunSolve
           MOVE "A" TO HIS-STATUS-WK
           IF VIGENERE-MODE
               MOVE VIG-TOP-TEXT TO HIS-RESULT-WK
           ELSE
               MOVE SOLVE-BEST-TEXT TO HIS-RESULT-WK
           END-IF
           IF CASE-CAPTURE
               PERFORM CaptureCaseCandidates
           END-IF
       ELSE
           SET str TO CURRENT-MESSAGE;
       IF NOT DUP-REPLAYED
           PERFORM WriteHistory
       END-IF.
       *> A held message goes onto the hold file under the history
       *> ordinal it was just recorded as
       IF HIS-STATUS-WK IS EQUAL TO "H" AND NOT DUP-REPLAYED
           PERFORM WriteHoldRecord
       END-IF.
       *> A solved intercept's case goes onto CIPHERCAS under the
       *> history ordinal it was just recorded as
       IF CASE-READY
           IF NOT DUP-REPLAYED
               PERFORM WriteInterceptCase
           END-IF
           MOVE "N" TO CASE-READY-SW
       END-IF.
       *> An accepted message joins the duplicate screen - with the
       *> history master down the hash alone still screens the rest of
       *> this run, the same in-run-only net the verify run uses. The
       *> replayed tail registered at startup with the day's records.
       *> A held message joins too: it was processed, and a restart
       *> must recognize it in the replayed tail like any other.
       IF (HIS-STATUS-WK IS EQUAL TO "A" OR HIS-STATUS-WK IS EQUAL TO "H")
               AND NOT DUP-REPLAYED
           PERFORM RegisterDup
       END-IF.
       *> Put the run-level key back the moment the override's message is
       IF KEY-OVERRIDE
           MOVE SAVED-CIPHER-MODE TO CIPHER-MODE
           MOVE SAVED-DEFAULT-OFFSET TO DEFAULT-OFFSET
           MOVE SAVED-DEFAULT-MULTIPLIER TO DEFAULT-MULTIPLIER
           MOVE SAVED-KEYWORD TO KEYWORD
           MOVE SAVED-KEYWORD-LEN TO KEYWORD-LEN
           MOVE "N" TO KEY-OVERRIDE-SW
       ADD 1 TO OUT-MSG-COUNT.
       ADD OUT-TEXT-LEN TO OUT-CHECKSUM.

*> Attack our own ciphertext before it leaves. Enciphered text is in
*> str, its plaintext in og; both come back exactly as they went in.
*> The crack is the one Solve runs on intercepts - every Caesar shift
*> scored, or the Vigenere keyword hunt - and its best reading is then
*> held up against the real plaintext: enough dictionary words to be
*> confident, and enough letters right to be readable, means anyone
*> with our Solve could read this message off the wire.
ScreenCiphertext.
       MOVE "N" TO SCR-HELD-SW.
       MOVE og TO SCR-PLAIN.
       MOVE str TO SCR-CIPHER.
       MOVE SPACES TO SCR-BEST-KEY.
       MOVE 0 TO SCR-BEST-WORDS.
       MOVE 0 TO SCR-AGREE-PCT.
       MOVE SCR-PLAIN TO str.
       PERFORM ScoreEnglishText.
       IF SOLVE-MATCHED-WORDS IS NOT LESS THAN SCREEN-MIN-WORDS
           MOVE 0 TO SCR-BEST-SCORE
           MOVE SPACES TO SCR-BEST-TEXT
           IF VIGENERE-MODE
               MOVE SCR-CIPHER TO og
               SET SCREENING TO TRUE
               PERFORM SolveVigenere
               MOVE "N" TO SCREENING-SW
               MOVE VIG-TOP-TEXT TO SCR-BEST-TEXT
               MOVE VIG-TOP-KEYWORD TO SCR-BEST-KEY
           ELSE
               IF AFFINE-MODE
                   PERFORM ScreenAffineKeys
               ELSE
                   PERFORM VARYING SCR-SHIFT FROM 0 BY 1 UNTIL SCR-SHIFT > 25
                       MOVE SCR-CIPHER TO str
                       INSPECT str CONVERTING SHIFT-ALPHA(SCR-SHIFT + 1) TO PLAIN-ALPHABET
                       PERFORM ScoreEnglishText
                       IF SOLVE-SCORE > SCR-BEST-SCORE
                           MOVE SOLVE-SCORE TO SCR-BEST-SCORE
                           MOVE str TO SCR-BEST-TEXT
                           MOVE SCR-SHIFT TO SCR-BEST-KEY
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           *> The winning reading's own word evidence, and how much of
           *> the real message it actually got right
           MOVE SCR-BEST-TEXT TO str
           PERFORM ScoreEnglishText
           MOVE SOLVE-MATCHED-WORDS TO SCR-BEST-WORDS
           MOVE 0 TO SCR-LETTERS
           MOVE 0 TO SCR-AGREE
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > str-len
               IF SCR-PLAIN(sx:1) IS NOT EQUAL TO SPACE
                   ADD 1 TO SCR-LETTERS
                   IF SCR-BEST-TEXT(sx:1) IS EQUAL TO SCR-PLAIN(sx:1)
                       ADD 1 TO SCR-AGREE
                   END-IF
               END-IF
           END-PERFORM
           IF SCR-LETTERS IS GREATER THAN 0
               COMPUTE SCR-AGREE-PCT = SCR-AGREE * 100 / SCR-LETTERS
           END-IF
           IF SCR-BEST-WORDS IS NOT LESS THAN SCREEN-MIN-WORDS
                   AND SCR-AGREE-PCT IS NOT LESS THAN SCREEN-HOLD-PCT
               SET SCR-HELD TO TRUE
           END-IF
       END-IF.
       MOVE SCR-PLAIN TO og.
       MOVE SCR-CIPHER TO str.

*> The screen's crack for affine traffic - every one of the 312
*> multiplier/offset keys, each read straight off its precomputed
*> alphabet, the best-scoring reading kept with its key as "mm/oo".
ScreenAffineKeys.
       PERFORM VARYING SCR-MX FROM 1 BY 1 UNTIL SCR-MX > 12
           MOVE AFF-MULT(SCR-MX) TO SCR-MULT
           PERFORM VARYING SCR-SHIFT FROM 0 BY 1 UNTIL SCR-SHIFT > 25
               MOVE SCR-CIPHER TO str
               INSPECT str CONVERTING AFF-ALPHA(SCR-MULT, SCR-SHIFT + 1) TO PLAIN-ALPHABET
               PERFORM ScoreEnglishText
               IF SOLVE-SCORE > SCR-BEST-SCORE
                   MOVE SOLVE-SCORE TO SCR-BEST-SCORE
                   MOVE str TO SCR-BEST-TEXT
                   MOVE FUNCTION CONCATENATE(SCR-MULT "/" SCR-SHIFT) TO SCR-BEST-KEY
               END-IF
           END-PERFORM
       END-PERFORM.

*> Put a held message on CIPHERHLD - where it sat, what the screen's
*> crack found, the ciphertext that stayed home, and the recovered
*> text (the mask, for classified traffic).
WriteHoldRecord.
       IF NOT HLD-OPEN AND NOT HLD-DISABLED
           OPEN EXTEND HOLD-FILE
           IF HLD-STATUS IS EQUAL TO "00" OR HLD-STATUS IS EQUAL TO "05"
               SET HLD-OPEN TO TRUE
           ELSE
               SET HLD-DISABLED TO TRUE
               DISPLAY FUNCTION CONCATENATE("WARNING: cannot open hold file CIPHERHLD - file status:" HLD-STATUS " - held messages stay held, on history only")
           END-IF
       END-IF.
       IF HLD-OPEN
           MOVE SPACES TO HOLD-RECORD
           MOVE RPT-RUN-DATE TO HL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HL-RUN-TIME
           MOVE GROUP-CORR-ID TO HL-CORRESPONDENT-ID
           MOVE GROUP-NUMBER TO HL-GROUP-NUMBER
           MOVE RPT-MSG-COUNT TO HL-BATCH-SEQ
           IF HIST-OPEN
               MOVE HIS-NEXT-SEQ TO HL-HIS-SEQ
           ELSE
               MOVE 0 TO HL-HIS-SEQ
           END-IF
           MOVE CIPHER-MODE TO HL-CIPHER-MODE
           MOVE CB-KEY-ID TO HL-KEY-ID
           MOVE CB-CONFIDENTIAL-FLAG TO HL-CONFIDENTIAL-FLAG
           MOVE SCR-BEST-KEY TO HL-RECOVERED-KEY
           MOVE SCR-BEST-WORDS TO HL-WORDS-MATCHED
           MOVE SCR-AGREE-PCT TO HL-AGREE-PCT
           MOVE str TO HL-CIPHER-TEXT
           IF CONFIDENTIAL-MSG
               MOVE MSG-MASK TO HL-RECOVERED-TEXT
           ELSE
               MOVE SCR-BEST-TEXT TO HL-RECOVERED-TEXT
           END-IF
           WRITE HOLD-RECORD
       END-IF.

*> Open the intercept case file at the first solve-only message - I-O,
*> built on first use - and walk it once for today's last case number
*> and the keywords earlier cases confirmed. A file that cannot be
*> opened is warned about once and the solve run carries on without it.
OpenCaseFile.
       OPEN I-O CASE-FILE.
       IF CAS-STATUS IS EQUAL TO "35"
           OPEN OUTPUT CASE-FILE
           IF CAS-STATUS IS EQUAL TO "00"
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF
       END-IF.
       IF CAS-STATUS IS EQUAL TO "00"
           SET CAS-OPEN TO TRUE
           PERFORM ScanCaseFile
       ELSE
           SET CAS-DISABLED TO TRUE
           DISPLAY FUNCTION CONCATENATE("WARNING: intercept case file CIPHERCAS not available - file status:" CAS-STATUS " - this run's intercepts will not be opened as cases")
       END-IF.

*> One forward pass of the case file. Cases sit in case-number order,
*> so the last of today's seen is where this run's numbering starts,
*> and a keyword confirmed more than once keeps its latest case.
ScanCaseFile.
       MOVE 0 TO CAS-NEXT-SEQ.
       MOVE 0 TO CKW-COUNT.
       MOVE "N" TO CAS-EOF-SW.
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
                   IF IC-CASE-DATE IS EQUAL TO RPT-RUN-DATE
                       MOVE IC-CASE-SEQ TO CAS-NEXT-SEQ
                   END-IF
                   IF IC-CONFIRMED AND IC-RECOVERED-FAMILY IS EQUAL TO "V"
                           AND IC-RECOVERED-KEY IS NOT EQUAL TO SPACES
                       PERFORM AddConfirmedKeyword
                   END-IF
           END-READ
       END-PERFORM.
       IF CKW-COUNT IS GREATER THAN 0
           MOVE FUNCTION CONCATENATE("Intercept cases: " CKW-COUNT " confirmed keyword(s) will be tried before the hunt") TO REPORT-RECORD
           PERFORM WriteReportLine
       END-IF.

*> Remember the keyword of the confirmed case in hand - replacing the
*> case number of an earlier confirmation of the same keyword.
AddConfirmedKeyword.
       MOVE 0 TO CKW-BEST-IX.
       PERFORM VARYING CKW-IX FROM 1 BY 1 UNTIL CKW-IX > CKW-COUNT
           IF CKW-KEYWORD(CKW-IX) IS EQUAL TO IC-RECOVERED-KEY
               MOVE CKW-IX TO CKW-BEST-IX
           END-IF
       END-PERFORM.
       IF CKW-BEST-IX IS GREATER THAN 0
           MOVE IC-CASE-NO TO CKW-CASE-NO(CKW-BEST-IX)
       ELSE
           IF CKW-COUNT IS LESS THAN CKW-LIMIT
               ADD 1 TO CKW-COUNT
               MOVE IC-RECOVERED-KEY TO CKW-KEYWORD(CKW-COUNT)
               MOVE IC-CASE-NO TO CKW-CASE-NO(CKW-COUNT)
           ELSE
               IF NOT CKW-FULL-WARNED
                   SET CKW-FULL-WARNED TO TRUE
                   DISPLAY FUNCTION CONCATENATE("WARNING: more than " CKW-LIMIT " confirmed keywords on CIPHERCAS - the rest are left to the hunt")
               END-IF
           END-IF
       END-IF.
       MOVE 0 TO CKW-BEST-IX.

*> Empty the candidate slots and start collecting for a new message.
ResetCaseCandidates.
       PERFORM VARYING CAS-IX FROM 1 BY 1 UNTIL CAS-IX > 6
           MOVE SPACES TO CAS-CAND-FAMILY(CAS-IX)
           MOVE SPACES TO CAS-CAND-KEY(CAS-IX)
           MOVE 0 TO CAS-CAND-SCORE(CAS-IX)
           MOVE SPACES TO CAS-CAND-TEXT(CAS-IX)
       END-PERFORM.
       MOVE SPACES TO CAS-KEYWORD-FROM.
       SET CASE-CAPTURE TO TRUE.

*> After the run's own solve: keep the key it reported, then quietly
*> fill in whatever the case still lacks - the shift scan's readings
*> (the affine keys on an affine run, the Caesar offsets otherwise),
*> and on a Caesar or affine run the Vigenere hunt's as well. Nothing
*> here reaches the console; the case file is where it goes.
CaptureCaseCandidates.
       MOVE CIPHER-MODE TO CAS-RECOVERED-FAMILY.
       IF VIGENERE-MODE
           MOVE VIG-TOP-KEYWORD TO CAS-RECOVERED-KEY
           MOVE VIG-TOP-TEXT TO CAS-RECOVERED-TEXT
       ELSE
           IF AFFINE-MODE
               MOVE FUNCTION CONCATENATE(SOLVE-BEST-MULT "/" SOLVE-BEST-OFFSET) TO CAS-RECOVERED-KEY
           ELSE
               MOVE SOLVE-REPORT-OFFSET TO CAS-RECOVERED-KEY
           END-IF
           MOVE SOLVE-BEST-TEXT TO CAS-RECOVERED-TEXT
       END-IF.
       MOVE FUNCTION UPPER-CASE(og) TO og.
       MOVE og TO SCR-CIPHER.
       MOVE og-len TO str-len.
       MOVE 1 TO CAS-FIRST.
       MOVE 3 TO CAS-LAST.
       *> Same keys, same order, as the run's own scan - so the leading
       *> slot and the reported key agree on a tie
       IF AFFINE-MODE
           MOVE "A" TO CAS-OFFER-FAMILY
           PERFORM VARYING SCR-MX FROM 1 BY 1 UNTIL SCR-MX > 12
               MOVE AFF-MULT(SCR-MX) TO SCR-MULT
               PERFORM VARYING SCR-SHIFT FROM 0 BY 1 UNTIL SCR-SHIFT > 25
                   MOVE SCR-CIPHER TO str
                   INSPECT str CONVERTING AFF-ALPHA(SCR-MULT, SCR-SHIFT + 1) TO PLAIN-ALPHABET
                   PERFORM ScoreEnglishText
                   MOVE FUNCTION CONCATENATE(SCR-MULT "/" SCR-SHIFT) TO CAS-OFFER-KEY
                   MOVE SOLVE-SCORE TO CAS-OFFER-SCORE
                   MOVE str TO CAS-OFFER-TEXT
                   PERFORM OfferCaseCandidate
               END-PERFORM
           END-PERFORM
       ELSE
           MOVE "C" TO CAS-OFFER-FAMILY
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 26
               COMPUTE SCR-SHIFT = 26 - sx
               MOVE SCR-CIPHER TO str
               INSPECT str CONVERTING SHIFT-ALPHA(SCR-SHIFT + 1) TO PLAIN-ALPHABET
               PERFORM ScoreEnglishText
               MOVE SCR-SHIFT TO CAS-OFFER-KEY
               MOVE SOLVE-SCORE TO CAS-OFFER-SCORE
               MOVE str TO CAS-OFFER-TEXT
               PERFORM OfferCaseCandidate
           END-PERFORM
       END-IF.
       IF NOT VIGENERE-MODE
           SET SCREENING TO TRUE
           PERFORM SolveVigenere
           MOVE "N" TO SCREENING-SW
       END-IF.
       MOVE SCR-CIPHER TO og.
       MOVE "N" TO CASE-CAPTURE-SW.
       SET CASE-READY TO TRUE.

*> Offer one reading to slots CAS-FIRST thru CAS-LAST, which are kept
*> best first. It takes the first slot that is empty or that it
*> strictly outscores, pushing the rest down and the weakest out; a
*> reading already in the range (a longer keyword that only repeats a
*> shorter one) is not offered twice.
OfferCaseCandidate.
       MOVE 0 TO CAS-SLOT.
       PERFORM VARYING CAS-IX FROM CAS-FIRST BY 1 UNTIL CAS-IX > CAS-LAST
           IF CAS-CAND-FAMILY(CAS-IX) IS NOT EQUAL TO SPACE
                   AND CAS-CAND-TEXT(CAS-IX) IS EQUAL TO CAS-OFFER-TEXT
               MOVE 9 TO CAS-SLOT
           END-IF
       END-PERFORM.
       IF CAS-SLOT IS EQUAL TO 0
           PERFORM VARYING CAS-IX FROM CAS-FIRST BY 1
                   UNTIL CAS-IX > CAS-LAST OR CAS-SLOT IS GREATER THAN 0
               IF CAS-CAND-FAMILY(CAS-IX) IS EQUAL TO SPACE
                       OR CAS-OFFER-SCORE IS GREATER THAN CAS-CAND-SCORE(CAS-IX)
                   MOVE CAS-IX TO CAS-SLOT
               END-IF
           END-PERFORM
           IF CAS-SLOT IS GREATER THAN 0
               PERFORM VARYING CAS-IX FROM CAS-LAST BY -1
                       UNTIL CAS-IX IS NOT GREATER THAN CAS-SLOT
                   MOVE CAS-CAND(CAS-IX - 1) TO CAS-CAND(CAS-IX)
               END-PERFORM
               MOVE CAS-OFFER-FAMILY TO CAS-CAND-FAMILY(CAS-SLOT)
               MOVE CAS-OFFER-KEY TO CAS-CAND-KEY(CAS-SLOT)
               MOVE CAS-OFFER-SCORE TO CAS-CAND-SCORE(CAS-SLOT)
               MOVE CAS-OFFER-TEXT TO CAS-CAND-TEXT(CAS-SLOT)
           END-IF
       END-IF.

*> Open the message's case on CIPHERCAS - the ciphertext, its six
*> readings, the key the run reported, and where it sits on the history
*> master. Every case starts open; CaseMaint is where it is closed.
WriteInterceptCase.
       IF CAS-OPEN
           ADD 1 TO CAS-NEXT-SEQ
           MOVE SPACES TO INTERCEPT-CASE-RECORD
           MOVE RPT-RUN-DATE TO IC-CASE-DATE
           MOVE CAS-NEXT-SEQ TO IC-CASE-SEQ
           MOVE FUNCTION CURRENT-DATE(9:6) TO IC-OPENED-TIME
           IF HIST-OPEN
               MOVE HIS-NEXT-SEQ TO IC-HIS-SEQ
           ELSE
               MOVE 0 TO IC-HIS-SEQ
           END-IF
           MOVE GROUP-CORR-ID TO IC-CORR-ID
           MOVE CIPHER-MODE TO IC-CIPHER-MODE
           MOVE CB-CONFIDENTIAL-FLAG TO IC-CONFIDENTIAL-FLAG
           MOVE CURRENT-MESSAGE TO IC-CIPHER-TEXT
           PERFORM VARYING CAS-IX FROM 1 BY 1 UNTIL CAS-IX > 6
               MOVE CAS-CAND-FAMILY(CAS-IX) TO IC-CAND-FAMILY(CAS-IX)
               MOVE CAS-CAND-KEY(CAS-IX) TO IC-CAND-KEY(CAS-IX)
               MOVE CAS-CAND-SCORE(CAS-IX) TO IC-CAND-SCORE(CAS-IX)
               MOVE CAS-CAND-TEXT(CAS-IX) TO IC-CAND-TEXT(CAS-IX)
           END-PERFORM
           MOVE CAS-RECOVERED-FAMILY TO IC-RECOVERED-FAMILY
           MOVE CAS-RECOVERED-KEY TO IC-RECOVERED-KEY
           MOVE CAS-RECOVERED-TEXT TO IC-RECOVERED-TEXT
           MOVE "O" TO IC-STATUS
           MOVE 0 TO IC-CONFIRMED-CAND
           MOVE CAS-KEYWORD-FROM TO IC-KEYWORD-FROM-CASE
           WRITE INTERCEPT-CASE-RECORD
               INVALID KEY
                   DISPLAY FUNCTION CONCATENATE("WARNING: intercept case write failed for case " IC-CASE-NO " - file status:" CAS-STATUS)
               NOT INVALID KEY
                   ADD 1 TO CAS-OPENED-COUNT
                   MOVE FUNCTION CONCATENATE("Intercept case " IC-CASE-DATE "-" IC-CASE-SEQ " opened - key:" FUNCTION TRIM(IC-RECOVERED-KEY)) TO REPORT-RECORD
                   PERFORM WriteReportLine
           END-WRITE
       END-IF.

*> Preserve the record just thrown out - original bytes untouched, plus
*> why and where in the batch it sat - so fixing one bad message means
*> correcting this file and rerunning mode "R", not rebuilding the whole
*> The vault record is in hand - decide whether this operation may use
*> it, and if so make it the key in force for the current message.
JudgeVaultKey.
       MOVE KV-MULTIPLIER TO MULT-WORK.
       IF KV-VIGENERE-MODE AND KV-KEYWORD IS EQUAL TO SPACES
           MOVE "N" TO KEY-OK-SW
           MOVE "EXP" TO REJ-REASON-WK
           MOVE "vault record has no keyword" TO KEYV-ERR-TEXT
       ELSE IF KV-AFFINE-MODE AND NOT MULT-COPRIME
           MOVE "N" TO KEY-OK-SW
           MOVE "EXP" TO REJ-REASON-WK
           MOVE "vault record has no usable multiplier" TO KEYV-ERR-TEXT
       ELSE IF (RUN-ENCRYPT-ONLY OR RUN-ALL)
               AND (NOT KV-ACTIVE
                    OR KV-EFFECTIVE-FROM IS GREATER THAN RPT-RUN-DATE
           MOVE "Y" TO KEY-OVERRIDE-SW
           MOVE CIPHER-MODE TO SAVED-CIPHER-MODE
           MOVE DEFAULT-OFFSET TO SAVED-DEFAULT-OFFSET
           MOVE DEFAULT-MULTIPLIER TO SAVED-DEFAULT-MULTIPLIER
           MOVE KEYWORD TO SAVED-KEYWORD
           MOVE KEYWORD-LEN TO SAVED-KEYWORD-LEN
           MOVE KV-CIPHER-MODE TO CIPHER-MODE
           MOVE KV-OFFSET TO DEFAULT-OFFSET
           IF KV-AFFINE-MODE
               MOVE KV-MULTIPLIER TO DEFAULT-MULTIPLIER
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KV-KEYWORD)) TO KEYWORD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(KEYWORD)) TO KEYWORD-LEN
       END-IF.
                       *> Today's accepted traffic arms the duplicate
                       *> screen - a batch re-sent to a later run
                       *> tonight is caught against this run's records
                       IF HIS-ACCEPTED OR HIS-HELD
                           MOVE HIS-ORIGINAL-TEXT TO DUP-CHECK-TEXT
                           MOVE HIS-KEY-ID TO DUP-CHECK-KEY-ID
                           PERFORM ComputeDupHash

*> One message, one history record - run date, where it sat in its
*> batch, what was asked of it, which key handled it, what went in and
*> what came out, whether it was accepted (and if not, why), and whose
*> group it rode in. Written while the message's own key override is
*> still in force.
WriteHistory.
       IF HIST-OPEN
           MOVE SPACES TO HISTORY-RECORD
           ADD 1 TO HIS-NEXT-SEQ
           MOVE RPT-RUN-DATE TO HIS-RUN-DATE
           MOVE HIS-NEXT-SEQ TO HIS-SEQ
           MOVE HIS-RESULT-WK TO HIS-RESULT-TEXT
           MOVE HIS-STATUS-WK TO HIS-STATUS
           MOVE CB-CONFIDENTIAL-FLAG TO HIS-CONFIDENTIAL-FLAG
           MOVE GROUP-CORR-ID TO HIS-CORR-ID
           IF HIS-STATUS-WK IS EQUAL TO "R"
               MOVE REJ-REASON-WK TO HIS-REJECT-REASON
           ELSE
               MOVE SPACES TO HIS-REJECT-REASON
           END-IF
           *> Journaled ahead of the master write - a record the master
           *> refuses because it is failing under us is exactly the
           *> record the forward recovery has to put back
           PERFORM WriteJournalRecord
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY FUNCTION CONCATENATE("WARNING: history write failed for ordinal " HIS-SEQ " - file status:" HIS-FILE-STATUS)
           END-WRITE
       END-IF.

*> Put the history record just built onto this run's journal generation,
*> opening the generation (and writing its header) at the first one.
WriteJournalRecord.
       IF NOT JNL-OPEN AND NOT JNL-DISABLED
           OPEN OUTPUT JOURNAL-FILE
           IF JNL-STATUS IS EQUAL TO "00"
               SET JNL-OPEN TO TRUE
               MOVE SPACES TO JOURNAL-RECORD
               SET JR-HEADER TO TRUE
               MOVE RPT-RUN-DATE TO JR-RUN-DATE
               MOVE AUD-RUN-TIME TO JR-RUN-TIME
               MOVE RUN-MODE TO JR-RUN-MODE
               MOVE CIPHER-MODE TO JR-CIPHER-MODE
               MOVE RUN-RESTART-SW TO JR-RESTART-FLAG
               WRITE JOURNAL-RECORD
           ELSE
               SET JNL-DISABLED TO TRUE
               DISPLAY FUNCTION CONCATENATE("WARNING: cannot open history journal CIPHERJNL - file status:" JNL-STATUS " - this run's history records have no forward recovery")
           END-IF
       END-IF.
       IF JNL-OPEN
           MOVE SPACES TO JOURNAL-RECORD
           SET JR-DETAIL TO TRUE
           MOVE RPT-RUN-DATE TO JR-RUN-DATE
           MOVE AUD-RUN-TIME TO JR-RUN-TIME
           MOVE HISTORY-RECORD TO JR-BODY
           WRITE JOURNAL-RECORD
           IF JNL-STATUS IS EQUAL TO "00"
               ADD 1 TO JNL-COUNT
               IF JNL-COUNT IS EQUAL TO 1
                   MOVE HIS-KEY TO JNL-FIRST-KEY
               END-IF
               MOVE HIS-KEY TO JNL-LAST-KEY
           ELSE
               DISPLAY FUNCTION CONCATENATE("WARNING: history journal write failed for ordinal " HIS-SEQ " - file status:" JNL-STATUS)
           END-IF
       END-IF.

*> Close the run's journal generation on a trailer counting what it
*> carries, so the recovery run can tell a whole generation from one
*> cut short.
CloseJournal.
       MOVE SPACES TO JOURNAL-RECORD.
       SET JR-TRAILER TO TRUE.
       MOVE RPT-RUN-DATE TO JR-RUN-DATE.
       MOVE AUD-RUN-TIME TO JR-RUN-TIME.
       MOVE JNL-COUNT TO JR-DETAIL-COUNT.
       MOVE JNL-FIRST-KEY TO JR-FIRST-KEY.
       MOVE JNL-LAST-KEY TO JR-LAST-KEY.
       WRITE JOURNAL-RECORD.
       CLOSE JOURNAL-FILE.
       MOVE "N" TO JNL-OPEN-SW.

*> The duplicate screen's hash - 31-rolling over the raw message bytes
*> and the key-id, folded modulo a large prime. Equal text+key always
*> hashes equal; the confirm read carries the rest.
                       PERFORM WriteReportLine
                       MOVE "COR" TO REJ-REASON-WK
                       PERFORM RejectRecord
                       ADD 1 TO UNRECORDED-REJ-COUNT
                   ELSE IF CB-DETAIL-RECORD
                       PERFORM ProcessDetail
                   ELSE
                       PERFORM WriteReportLine
                       MOVE "TYP" TO REJ-REASON-WK
                       PERFORM RejectRecord
                       ADD 1 TO UNRECORDED-REJ-COUNT
                   END-IF
                   MOVE "R" TO RUN-MODE
           END-READ
       END-PERFORM.
       CLOSE REJECT-FILE.
       ADD RPT-MSG-COUNT TO GRAND-MSG-COUNT.
       COMPUTE REJ-ACCEPTED-COUNT = REJ-READ-COUNT - REJ-AGAIN-COUNT - HOLD-COUNT.
       DISPLAY FUNCTION CONCATENATE("Reject Rerun Totals - Read:" REJ-READ-COUNT " Accepted:" REJ-ACCEPTED-COUNT " Still Rejected:" REJ-AGAIN-COUNT " Held:" HOLD-COUNT " Checksum:" ACTUAL-CHECKSUM)
       MOVE FUNCTION CONCATENATE("Reject Rerun Totals - Read:" REJ-READ-COUNT " Accepted:" REJ-ACCEPTED-COUNT " Still Rejected:" REJ-AGAIN-COUNT " Held:" HOLD-COUNT " Checksum:" ACTUAL-CHECKSUM) TO REPORT-RECORD.
       PERFORM WriteReportLine.

*> Prove a transmission file recovers its plaintext before it leaves
       IF KEY-OVERRIDE
           MOVE SAVED-CIPHER-MODE TO CIPHER-MODE
           MOVE SAVED-DEFAULT-OFFSET TO DEFAULT-OFFSET
           MOVE SAVED-DEFAULT-MULTIPLIER TO DEFAULT-MULTIPLIER
           MOVE SAVED-KEYWORD TO KEYWORD
           MOVE SAVED-KEYWORD-LEN TO KEYWORD-LEN
           MOVE "N" TO KEY-OVERRIDE-SW
                   MOVE "duplicate - encrypt run rejected it" TO VFY-SKIP-REASON
               ELSE
                   PERFORM RegisterDup
                   *> And the ciphertext screen - a message the encrypt
                   *> run's own crack read back was held, not sent
                   PERFORM VerifyScreenCipher
                   IF SCR-HELD
                       SET VFY-SKIPPED TO TRUE
                       MOVE "held by the ciphertext screen" TO VFY-SKIP-REASON
                   END-IF
               END-IF
           END-IF
       END-IF.

*> Re-run the encrypt run's ciphertext screen for one plaintext detail:
*> encipher it quietly under the key in force (the vault lookup above
*> already swapped any override in) and put the result through the
*> same screen, so the verify knows which messages never went out.
VerifyScreenCipher.
       SET offset TO DEFAULT-OFFSET.
       MOVE FUNCTION UPPER-CASE(CURRENT-MESSAGE) TO og.
       MOVE MSG-LEN-CHECK TO og-len.
       MOVE "Y" TO SOLVE-SW.
       PERFORM Encrypt.
       MOVE "N" TO SOLVE-SW.
       PERFORM ScreenCiphertext.

*> Next ciphertext detail off the transmission file - its headers and
*> trailers pass by (the plaintext side's own headers drive the keys),
*> leaving only details to pair.
*> 250,000-message verify has no room for. The verify's own lines say
*> only what disagreed.
VerifyDecrypt.
       IF NOT VIGENERE-MODE AND offset >= 26
           MOVE FUNCTION MOD(offset, 26) TO offset
       END-IF.
       IF VIGENERE-MODE
           END-PERFORM
           PERFORM JoinKeyColumns
       ELSE
           IF AFFINE-MODE
               INSPECT str CONVERTING AFF-ALPHA(DEFAULT-MULTIPLIER, offset + 1) TO PLAIN-ALPHABET
           ELSE
               INSPECT str CONVERTING SHIFT-ALPHA(offset + 1) TO PLAIN-ALPHABET
           END-IF
       END-IF.

*> To solve run through the subprogram 26 times, judging each candidate
*> and keeping only the best-looking one - only meaningful for a single-
*> offset Caesar key, since a Vigenere keyword isn't crackable by a
*> 26-shift scan. Affine traffic gets its own 312-key sweep.
RunSolve.
       IF AFFINE-MODE
           PERFORM SolveAffine
       ELSE IF CAESAR-MODE
           MOVE "Y" TO SOLVE-SW;
           *> A checkpoint on disk only applies to the message it was
           *> written for - matched by its ordinal position in the batch -
           PERFORM SolveVigenere
       END-IF.

*> Crack an affine-enciphered message by brute force: all twelve
*> multipliers coprime with 26 against all 26 offsets - 312 candidate
*> keys, each deciphered straight off its precomputed alphabet and
*> scored the way the Caesar scan scores. Deciphering (rather than
*> re-enciphering, as the Caesar scan does) means the winning pair is
*> the key itself, reported as "mm/oo". The checkpoint is rewritten
*> after each multiplier's 26 offsets, so a crack job that abends
*> resumes at the next multiplier with the leader it already had.
SolveAffine.
       MOVE "Y" TO SOLVE-SW.
       MOVE FUNCTION UPPER-CASE(og) TO og.
       SET str-len TO og-len.
       COMPUTE CKP-MSG-ORDINAL = GRAND-MSG-COUNT + RPT-MSG-COUNT.
       IF HAVE-RESUME AND CKP-REC-MSG-SEQ IS EQUAL TO CKP-MSG-ORDINAL
           MOVE CKP-REC-COUNTER TO Counter
           MOVE CKP-REC-BEST-SCORE TO SOLVE-BEST-SCORE
           MOVE CKP-REC-BEST-OFFSET TO SOLVE-BEST-OFFSET
           MOVE CKP-REC-BEST-MULT TO SOLVE-BEST-MULT
           MOVE CKP-REC-BEST-TEXT TO SOLVE-BEST-TEXT
           MOVE "N" TO RESUME-SW
           DISPLAY FUNCTION CONCATENATE("Solve: resuming checkpoint after multiplier " Counter " of 12")
       ELSE
           IF HAVE-RESUME
               DISPLAY FUNCTION CONCATENATE("Solve: checkpoint on disk belongs to message " CKP-REC-MSG-SEQ " - this is message " CKP-MSG-ORDINAL " - starting it fresh")
           END-IF
           SET Counter TO 0
           MOVE 0 TO SOLVE-BEST-SCORE
           MOVE 0 TO SOLVE-BEST-OFFSET
           MOVE 1 TO SOLVE-BEST-MULT
           MOVE SPACES TO SOLVE-BEST-TEXT
       END-IF.
       DISPLAY "Solve:".
       PERFORM SolveAffineMultiplier UNTIL Counter IS NOT LESS THAN 12.
       MOVE "N" TO SOLVE-SW.
       MOVE FUNCTION CONCATENATE(SOLVE-BEST-MULT "/" SOLVE-BEST-OFFSET) TO KEY-SHOW.
       IF CONFIDENTIAL-MSG
           MOVE FUNCTION CONCATENATE("Best Guess -> " FUNCTION TRIM(MSG-MASK) " with Key:" FUNCTION TRIM(KEY-SHOW)) TO REPORT-RECORD
       ELSE
           DISPLAY FUNCTION CONCATENATE("Best Guess -> " FUNCTION TRIM(SOLVE-BEST-TEXT) " with Key:" FUNCTION TRIM(KEY-SHOW))
           MOVE FUNCTION CONCATENATE("Best Guess -> " FUNCTION TRIM(SOLVE-BEST-TEXT) " with Key:" FUNCTION TRIM(KEY-SHOW)) TO REPORT-RECORD
       END-IF.
       PERFORM WriteReportLine.
       OPEN OUTPUT CHECKPOINT-FILE.
       CLOSE CHECKPOINT-FILE.

*> One multiplier's 26 offsets, then the checkpoint.
SolveAffineMultiplier.
       ADD 1 TO Counter.
       MOVE AFF-MULT(Counter) TO AFF-MULT-WK.
       PERFORM VARYING AFF-OFS FROM 0 BY 1 UNTIL AFF-OFS > 25
           MOVE og TO str
           INSPECT str CONVERTING AFF-ALPHA(AFF-MULT-WK, AFF-OFS + 1) TO PLAIN-ALPHABET
           PERFORM ScoreEnglishText
           IF SOLVE-SCORE > SOLVE-BEST-SCORE
               MOVE SOLVE-SCORE TO SOLVE-BEST-SCORE
               MOVE AFF-OFS TO SOLVE-BEST-OFFSET
               MOVE AFF-MULT-WK TO SOLVE-BEST-MULT
               MOVE str TO SOLVE-BEST-TEXT
           END-IF
       END-PERFORM.
       PERFORM WriteCheckpoint.

*> Crack a Vigenere-enciphered message without its keyword. The letters
*> are streamed free of spaces, then every keyword length up to the
*> 20-character KEYWORD field gets a full attempt: each column's shifts
           END-IF
       END-PERFORM.
       IF VIG-STREAM-LEN IS EQUAL TO 0
           IF NOT SCREENING
               DISPLAY "Solve: skipped - no letters to analyze"
           END-IF
       ELSE
           COMPUTE VIG-MAX-LEN = VIG-STREAM-LEN / 4
           IF VIG-MAX-LEN IS LESS THAN 1
           END-IF
           MOVE og-len TO str-len
           MOVE "N" TO VIG-HAVE-TOP-SW
           *> A keyword the analysts have already confirmed is tried
           *> first - one that still reads the intercept is the answer,
           *> and the hunt is not run at all
           MOVE 0 TO CKW-BEST-IX
           IF CASE-CAPTURE AND NOT SCREENING AND CKW-COUNT IS GREATER THAN 0
               PERFORM TryConfirmedKeywords
           END-IF
           IF CKW-BEST-IX IS EQUAL TO 0
               PERFORM VARYING VIG-TRY-LEN FROM 1 BY 1
                       UNTIL VIG-TRY-LEN > VIG-MAX-LEN
                   PERFORM TryVigLength
               END-PERFORM
           END-IF
           *> A recovered plaintext is plaintext all the same - masked
           *> for classified traffic, the keyword still reported. The
           *> ciphertext screen judges the guess itself and says nothing
           *> here - its verdict makes its own line.
           IF NOT SCREENING
               IF CONFIDENTIAL-MSG
                   MOVE FUNCTION CONCATENATE("Best Guess -> " FUNCTION TRIM(MSG-MASK) " with Key:" FUNCTION TRIM(VIG-TOP-KEYWORD)) TO REPORT-RECORD
               ELSE
                   DISPLAY FUNCTION CONCATENATE("Best Guess -> " FUNCTION TRIM(VIG-TOP-TEXT) " with Key:" FUNCTION TRIM(VIG-TOP-KEYWORD))
                   MOVE FUNCTION CONCATENATE("Best Guess -> " FUNCTION TRIM(VIG-TOP-TEXT) " with Key:" FUNCTION TRIM(VIG-TOP-KEYWORD)) TO REPORT-RECORD
               END-IF
               PERFORM WriteReportLine
               IF CKW-BEST-IX IS GREATER THAN 0
                   DISPLAY FUNCTION CONCATENATE("Solve: keyword confirmed on case " CAS-KEYWORD-FROM " reads this intercept - hunt not run")
                   MOVE FUNCTION CONCATENATE("Solve: keyword confirmed on case " CAS-KEYWORD-FROM " reads this intercept - hunt not run") TO REPORT-RECORD
                   PERFORM WriteReportLine
               END-IF
           END-IF
       END-IF.

*> Try every keyword confirmed on an earlier case against the intercept
*> in og, and keep the best that reads it - dictionary words matched in
*> at least half the tokens. The keeper becomes the hunt's champion
*> outright and the case's leading Vigenere reading.
TryConfirmedKeywords.
       MOVE 0 TO CKW-BEST-COMP.
       PERFORM VARYING CKW-IX FROM 1 BY 1 UNTIL CKW-IX > CKW-COUNT
           PERFORM TryConfirmedKeyword
       END-PERFORM.
       IF CKW-BEST-IX IS GREATER THAN 0
           MOVE CKW-BEST-IX TO CKW-IX
           PERFORM SetConfirmedShifts
           PERFORM ApplyVigKeyword
           SET VIG-HAVE-TOP TO TRUE
           MOVE CKW-BEST-COMP TO VIG-TOP-COMP
           MOVE VIG-PERIOD TO VIG-TOP-LEN
           MOVE str TO VIG-TOP-TEXT
           MOVE CKW-KEYWORD(CKW-IX) TO VIG-TOP-KEYWORD
           MOVE CKW-CASE-NO(CKW-IX) TO CAS-KEYWORD-FROM
           MOVE 4 TO CAS-FIRST
           MOVE 6 TO CAS-LAST
           MOVE "V" TO CAS-OFFER-FAMILY
           MOVE VIG-TOP-KEYWORD TO CAS-OFFER-KEY
           MOVE VIG-TOP-COMP TO CAS-OFFER-SCORE
           MOVE VIG-TOP-TEXT TO CAS-OFFER-TEXT
           PERFORM OfferCaseCandidate
       END-IF.

*> One confirmed keyword against the intercept - scored exactly the way
*> the hunt scores a keyword of its own.
TryConfirmedKeyword.
       PERFORM SetConfirmedShifts.
       IF VIG-PERIOD IS GREATER THAN 0
           PERFORM ApplyVigKeyword
           PERFORM ScoreEnglishText
           COMPUTE VIG-COMP = SOLVE-MATCHED-WORDS * 100000
               + SOLVE-VOWEL-COUNT * 100 + 60000 + VIG-LOGP-ACC
           MOVE 0 TO CKW-TOKENS
           PERFORM VARYING n FROM 1 BY 1 UNTIL n > 20
               IF SOLVE-TOKEN(n) IS NOT EQUAL TO SPACES
                   ADD 1 TO CKW-TOKENS
               END-IF
           END-PERFORM
           IF SOLVE-MATCHED-WORDS IS GREATER THAN 0
                   AND SOLVE-MATCHED-WORDS * 2 IS NOT LESS THAN CKW-TOKENS
                   AND VIG-COMP IS GREATER THAN CKW-BEST-COMP
               MOVE CKW-IX TO CKW-BEST-IX
               MOVE VIG-COMP TO CKW-BEST-COMP
           END-IF
       END-IF.

*> Turn confirmed keyword CKW-IX into the shifts ApplyVigKeyword works
*> from. A keyword that is not all letters leaves VIG-PERIOD at zero
*> and is passed over.
SetConfirmedShifts.
       MOVE 0 TO VIG-PERIOD.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(CKW-KEYWORD(CKW-IX))) TO CKW-LEN.
       IF CKW-KEYWORD(CKW-IX)(1:CKW-LEN) IS ALPHABETIC-UPPER
               AND CKW-KEYWORD(CKW-IX) IS NOT EQUAL TO SPACES
           MOVE CKW-LEN TO VIG-PERIOD
           PERFORM VARYING VIG-COL FROM 1 BY 1 UNTIL VIG-COL > VIG-PERIOD
               COMPUTE VIG-KW-SHIFT(VIG-COL) = FUNCTION ORD(CKW-KEYWORD(CKW-IX)(VIG-COL:1))
                   - FUNCTION ORD("A")
           END-PERFORM
       END-IF.

*> One candidate keyword length, start to finish: rank each column's
       *> This length's best against the champion of all lengths so far
       MOVE VIG-L-SHIFTS TO VIG-KW-SHIFTS.
       PERFORM ApplyVigKeyword.
       *> Each length's best is also a reading the intercept case keeps,
       *> if it is among the message's three strongest
       IF CASE-CAPTURE
           MOVE 4 TO CAS-FIRST
           MOVE 6 TO CAS-LAST
           MOVE "V" TO CAS-OFFER-FAMILY
           MOVE SPACES TO CAS-OFFER-KEY
           PERFORM VARYING VIG-COL FROM 1 BY 1 UNTIL VIG-COL > VIG-PERIOD
               COMPUTE VIG-J = FUNCTION ORD("A") + VIG-KW-SHIFT(VIG-COL)
               MOVE FUNCTION CHAR(VIG-J) TO CAS-OFFER-KEY(VIG-COL:1)
           END-PERFORM
           MOVE VIG-L-COMP TO CAS-OFFER-SCORE
           MOVE str TO CAS-OFFER-TEXT
           PERFORM OfferCaseCandidate
       END-IF.
       IF NOT VIG-HAVE-TOP OR VIG-L-COMP IS GREATER THAN VIG-TOP-COMP
           SET VIG-HAVE-TOP TO TRUE
           MOVE VIG-L-COMP TO VIG-TOP-COMP
           MOVE FUNCTION CONCATENATE("Rejected " FUNCTION TRIM(og) " - bad character:" VAL-BAD-CHAR) TO REPORT-RECORD
           PERFORM WriteReportLine
       ELSE
       *> If the offset is 26, cycle back to 0 (only meaningful for Caesar
       *> and affine - a Vigenere keyword letter is already 0-25 by
       *> construction)
       IF NOT VIGENERE-MODE AND offset >= 26
           MOVE FUNCTION MOD(offset, 26) to offset
       END-IF
       *> The whole message shifts at a stroke - one INSPECT against the
           END-PERFORM
           PERFORM JoinKeyColumns
       ELSE
           IF AFFINE-MODE
               INSPECT str CONVERTING PLAIN-ALPHABET TO AFF-ALPHA(DEFAULT-MULTIPLIER, offset + 1)
           ELSE
               INSPECT str CONVERTING PLAIN-ALPHABET TO SHIFT-ALPHA(offset + 1)
           END-IF
       END-IF
       PERFORM ShowKeyInForce
         *> Show the User the diff - unless Solve is brute-forcing, in which
         *> case ScoreCandidate will report only the best of the 26 for us
        IF NOT SOLVING
                IF VIGENERE-MODE
                    MOVE FUNCTION CONCATENATE("Encrypted " FUNCTION TRIM(MSG-MASK) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEYWORD)) TO REPORT-RECORD
                ELSE
                    MOVE FUNCTION CONCATENATE("Encrypted " FUNCTION TRIM(MSG-MASK) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEY-SHOW)) TO REPORT-RECORD
                END-IF
            ELSE
                IF VIGENERE-MODE
                    DISPLAY FUNCTION CONCATENATE("Encrypted " FUNCTION TRIM(og) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEYWORD))
                    MOVE FUNCTION CONCATENATE("Encrypted " FUNCTION TRIM(og) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEYWORD)) TO REPORT-RECORD
                ELSE
                    DISPLAY FUNCTION CONCATENATE("Encrypted " FUNCTION TRIM(og) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEY-SHOW))
                    *> And keep a copy of it on the report file for the day's archive
                    MOVE FUNCTION CONCATENATE("Encrypted " FUNCTION TRIM(og) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEY-SHOW)) TO REPORT-RECORD
                END-IF
            END-IF
            PERFORM WriteReportLine
           MOVE FUNCTION CONCATENATE("Rejected " FUNCTION TRIM(str) " - bad character:" VAL-BAD-CHAR) TO REPORT-RECORD
           PERFORM WriteReportLine
       ELSE
       IF NOT VIGENERE-MODE AND offset >= 26
           MOVE FUNCTION MOD(offset, 26) to offset
       END-IF
       *> Same single-stroke substitution as Encrypt, run in reverse -
           END-PERFORM
           PERFORM JoinKeyColumns
       ELSE
           IF AFFINE-MODE
               INSPECT str CONVERTING AFF-ALPHA(DEFAULT-MULTIPLIER, offset + 1) TO PLAIN-ALPHABET
           ELSE
               INSPECT str CONVERTING SHIFT-ALPHA(offset + 1) TO PLAIN-ALPHABET
           END-IF
       END-IF
       PERFORM ShowKeyInForce
	   *> The recovered plaintext is the sensitive half here - the
	   *> ciphertext may show, the mask stands in for what it held
	   IF CONFIDENTIAL-MSG
	       IF VIGENERE-MODE
	           MOVE FUNCTION CONCATENATE("Decrypted " FUNCTION TRIM(encrypted) " -> " FUNCTION TRIM(MSG-MASK) " with Key:" FUNCTION TRIM(KEYWORD)) TO REPORT-RECORD
	       ELSE
	           MOVE FUNCTION CONCATENATE("Decrypted " FUNCTION TRIM(encrypted) " -> " FUNCTION TRIM(MSG-MASK) " with Key:" FUNCTION TRIM(KEY-SHOW)) TO REPORT-RECORD
	       END-IF
	   ELSE
	       IF VIGENERE-MODE
	           DISPLAY FUNCTION CONCATENATE("Decrypted " FUNCTION TRIM(encrypted) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEYWORD))
	           MOVE FUNCTION CONCATENATE("Decrypted " FUNCTION TRIM(encrypted) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEYWORD)) TO REPORT-RECORD
	       ELSE
	           DISPLAY FUNCTION CONCATENATE("Decrypted " FUNCTION TRIM(encrypted) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEY-SHOW))
	           *> And keep a copy of it on the report file for the day's archive
	           MOVE FUNCTION CONCATENATE("Decrypted " FUNCTION TRIM(encrypted) " -> " FUNCTION TRIM(str) " with Key:" FUNCTION TRIM(KEY-SHOW)) TO REPORT-RECORD
	       END-IF
	   END-IF
	   PERFORM WriteReportLine
           END-PERFORM
       END-PERFORM.

*> Build the affine alphabets the same way - for each multiplier m
*> coprime with 26 and each offset s, letter x goes to (m * x + s) mod
*> 26. 312 rows, once at startup.
BuildAffineAlphabets.
       PERFORM VARYING AFF-MX FROM 1 BY 1 UNTIL AFF-MX > 12
           MOVE AFF-MULT(AFF-MX) TO AFF-MULT-WK
           PERFORM VARYING i FROM 0 BY 1 UNTIL i > 25
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > 26
                   COMPUTE k = FUNCTION MOD(AFF-MULT-WK * (j - 1) + i, 26) + 1
                   MOVE PLAIN-ALPHABET(k:1) TO AFF-ALPHA(AFF-MULT-WK, i + 1)(j:1)
               END-PERFORM
           END-PERFORM
       END-PERFORM.

*> The key in force as a report line names it - the offset, or for
*> affine the multiplier/offset pair.
ShowKeyInForce.
       IF AFFINE-MODE
           MOVE FUNCTION CONCATENATE(DEFAULT-MULTIPLIER "/" offset) TO KEY-SHOW
       ELSE
           MOVE offset TO KEY-SHOW
       END-IF.

*> Copy each keyword letter's shifted alphabet into the per-position
*> table. Only runs when the keyword in force changes - for the usual
*> single-key night, exactly once.
       MOVE SOLVE-BEST-SCORE TO CKP-REC-BEST-SCORE;
       MOVE SOLVE-BEST-OFFSET TO CKP-REC-BEST-OFFSET;
       MOVE SOLVE-BEST-TEXT TO CKP-REC-BEST-TEXT;
       MOVE SOLVE-BEST-MULT TO CKP-REC-BEST-MULT;
       OPEN OUTPUT CHECKPOINT-FILE.
       WRITE CHECKPOINT-RECORD.
       CLOSE CHECKPOINT-FILE.
