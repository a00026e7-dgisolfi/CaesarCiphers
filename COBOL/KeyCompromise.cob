IDENTIFICATION DIVISION.
PROGRAM-ID. KeyCompromise.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The key vault - the compromised key's own record (its material is
    *> what takes the old traffic back to plaintext, expired or not)
    *> and the replacement key's, which must be live today because
    *> everything this run writes goes out under it.
    SELECT KEY-VAULT-FILE ASSIGN TO "CIPHERKEY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS KV-KEY-ID
        FILE STATUS IS KEYV-STATUS.
    *> The correspondent master - who the compromised key's traffic
    *> belongs to, where each desk's transmission file is, and whether
    *> the desk is registered to receive the replacement key at all.
    *> DYNAMIC so the run can walk every registration for the old key.
    SELECT CORR-FILE ASSIGN TO "CIPHERCOR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CR-CORR-ID
        FILE STATUS IS CORR-STATUS.
    *> The permanent message history master, read-only - every accepted
    *> message the compromised key ever handled is on here (or on the
    *> archive generation below), which is what makes this an inquiry
    *> rather than a week of spool archaeology.
    SELECT HISTORY-FILE ASSIGN TO "CIPHERHIS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY
        FILE STATUS IS HIS-FILE-STATUS.
    *> A retention-run archive generation, for traffic older than the
    *> last cutoff - OPTIONAL, the operator allocates whichever
    *> generation the compromise window reaches back into.
    SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "CIPHERARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-FILE-STATUS.
    *> The impact report - every affected message by date and ordinal,
    *> whose it was, what became of it - classified text masked the way
    *> every other report in the shop masks it.
    SELECT REPORT-FILE ASSIGN TO "KEYCMPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RPT-FILE-STATUS.
    *> The re-enciphered traffic, one H/D/T group per correspondent on
    *> that desk's registered transmission file, exactly as the Cipher
    *> run's encrypt output would have written it - assigned through
    *> OUT-DEST-NAME for the same reason.
    SELECT CIPHER-OUT-FILE ASSIGN TO OUT-DEST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OUT-STATUS.
    *> The transmission log the Cipher run keeps - a re-sent group is a
    *> transmission like any other and the desk acknowledges it the
    *> same way.
    SELECT OPTIONAL TXLOG-FILE ASSIGN TO "CIPHERTXL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXL-STATUS.
    *> Re-enciphered traffic the Cipher run's own ciphertext screen
    *> would read back from the wire goes here instead of out - the same
    *> hold file the encrypt run appends to, in the same HOLDREC shape.
    SELECT OPTIONAL HOLD-FILE ASSIGN TO "CIPHERHLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HLD-STATUS.
    *> The Solve dictionary operations maintains - the screen scores
    *> against exactly the words the Cipher run's does, or a verify run
    *> would disagree with this one about what was held.
    SELECT OPTIONAL DICTIONARY-FILE ASSIGN TO "CIPHERDCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DCT-STATUS.
    *> The plaintext source batch behind the re-enciphered traffic, in
    *> the CIPHERIN shape, one group per correspondent - run it as the
    *> CIPHERIN of a verify ("V") run against each transmission file
    *> and the round trip is proven before anything is sent.
    SELECT RESEND-SOURCE-FILE ASSIGN TO "RESENDIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSI-STATUS.
    *> The same permanent audit trail every run appends to - a key
    *> compromise and everything re-sent because of it is exactly what
    *> the reviewers will ask about.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CIPHERAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-STATUS.
DATA DIVISION.
FILE SECTION.
FD  KEY-VAULT-FILE.
       COPY KEYVREC.

FD  CORR-FILE.
       COPY CORRREC.

FD  HISTORY-FILE.
       COPY HISTREC.

*> Same HISTREC shape as the master - only the data names differ, so
*> the two FDs can coexist in one program.
FD  ARCHIVE-FILE.
       COPY HISTREC REPLACING ==HISTORY-RECORD== BY ==ARCHIVE-RECORD==
                              LEADING ==HIS== BY ==ARC==.

FD  REPORT-FILE.
       01 REPORT-RECORD PIC x(132).

*> Same CIPHREC shape as any transmission file the Cipher run writes.
FD  CIPHER-OUT-FILE.
       COPY CIPHREC REPLACING ==CIPHER-BATCH-RECORD== BY ==CIPHER-OUT-RECORD==
                              LEADING ==CB== BY ==CO==.

FD  TXLOG-FILE.
       COPY TXLOGREC.

FD  HOLD-FILE.
       COPY HOLDREC.

FD  DICTIONARY-FILE.
       01 DICTIONARY-RECORD PIC x(80).

*> And the same shape again for the plaintext side.
FD  RESEND-SOURCE-FILE.
       COPY CIPHREC REPLACING ==CIPHER-BATCH-RECORD== BY ==RESEND-SOURCE-RECORD==
                              LEADING ==CB== BY ==RS==.

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

WORKING-STORAGE SECTION.
       01 KEYV-STATUS PIC x(02).
       01 CORR-STATUS PIC x(02).
       01 HIS-FILE-STATUS PIC x(02).
       01 ARC-FILE-STATUS PIC x(02).
       01 RPT-FILE-STATUS PIC x(02).
       01 OUT-STATUS PIC x(02).
       01 RSI-STATUS PIC x(02).
       01 AUD-STATUS PIC x(02).
       01 HIS-EOF-SW PIC x(1) VALUE "N".
           88 HIS-EOF VALUE "Y".
       01 ARC-EOF-SW PIC x(1) VALUE "N".
           88 ARC-EOF VALUE "Y".
       01 CORR-EOF-SW PIC x(1) VALUE "N".
           88 CORR-EOF VALUE "Y".
       01 CORR-OPEN-SW PIC x(1) VALUE "N".
           88 CORR-OPEN VALUE "Y".
       01 CMP-RUN-DATE PIC x(8).
       01 CMP-RUN-TIME PIC x(6).
       *> The PARM: compromised key-id, replacement key-id, and an
       *> optional run-date window ("OLDKEY NEWKEY 20240101 20240331").
       *> A replacement of "-" asks for the impact report alone. No
       *> window means every date on file; a from-date alone means
       *> everything since.
       01 PARM-FIELD PIC x(60).
       01 PARM-TRIMMED PIC x(60).
       01 PARM-OLD-TOK PIC x(20).
       01 PARM-NEW-TOK PIC x(20).
       01 PARM-FROM-TOK PIC x(20).
       01 PARM-TO-TOK PIC x(20).
       01 SCAN-FROM PIC x(8) VALUE "00000000".
       01 SCAN-TO PIC x(8) VALUE "99999999".
       01 VAL-DATE PIC x(8).
       01 VAL-DATE-NUM REDEFINES VAL-DATE.
           05 VAL-YYYY PIC 9(4).
           05 VAL-MM PIC 9(2).
           05 VAL-DD PIC 9(2).
       01 DATE-OK-SW PIC x(1) VALUE "Y".
           88 DATE-OK VALUE "Y".
       01 RESEND-SW PIC x(1) VALUE "Y".
           88 RESENDING VALUE "Y".
       *> The two keys, lifted off the vault once - material, mode, and
       *> for the keyword ciphers the per-position alphabets, built once
       *> at startup the same way the Cipher run builds them
       01 OLD-KEY-ID PIC x(8).
       01 OLD-CIPHER-MODE PIC x(1).
           88 OLD-CAESAR-MODE VALUE "C".
           88 OLD-VIGENERE-MODE VALUE "V".
           88 OLD-AFFINE-MODE VALUE "A".
       01 OLD-OFFSET PIC 99.
       01 OLD-MULTIPLIER PIC 99.
       01 OLD-KEYWORD PIC x(20).
       01 OLD-KEYWORD-LEN PIC 9(2) VALUE 0.
       01 NEW-KEY-ID PIC x(8) VALUE SPACES.
       01 NEW-CIPHER-MODE PIC x(1).
           88 NEW-CAESAR-MODE VALUE "C".
           88 NEW-VIGENERE-MODE VALUE "V".
           88 NEW-AFFINE-MODE VALUE "A".
       01 NEW-OFFSET PIC 99.
       01 NEW-MULTIPLIER PIC 99.
       01 NEW-KEYWORD PIC x(20).
       01 NEW-KEYWORD-LEN PIC 9(2) VALUE 0.
       01 KEY-ERR-TEXT PIC x(60).
       *> An affine key's multiplier must have an inverse mod 26 - one
       *> that does not could never have enciphered anything readable
       01 MULT-WORK PIC x(02).
           88 MULT-COPRIME VALUES "01" "03" "05" "07" "09" "11"
                                  "15" "17" "19" "21" "23" "25".
       *> Substitution alphabets - row s+1 of the shift table is the
       *> plain alphabet advanced by s; the old and new keywords get
       *> their per-position rows copied out of it
       01 PLAIN-ALPHABET PIC x(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 SHIFT-ALPHA-TABLE.
           05 SHIFT-ALPHA PIC x(26) OCCURS 26 TIMES.
       01 OLDK-ALPHA-TABLE.
           05 OLDK-ALPHA PIC x(26) OCCURS 20 TIMES.
       01 NEWK-ALPHA-TABLE.
           05 NEWK-ALPHA PIC x(26) OCCURS 20 TIMES.
       *> An affine key is a single alphabet - letter x goes to
       *> (multiplier * x + offset) mod 26 - built once for each key
       01 OLD-AFF-ALPHA PIC x(26).
       01 NEW-AFF-ALPHA PIC x(26).
       01 AFF-WORK-ALPHA PIC x(26).
       01 AFF-MULT-WK PIC 99.
       01 AFF-OFS-WK PIC 99.
       01 VIG-GATHER-AREA.
           05 VIGG-ROW OCCURS 20 TIMES.
               10 VIGG-BUF PIC x(80).
               10 VIGG-LEN PIC 9(3).
               10 VIGG-POS PIC 9(3) OCCURS 80 TIMES.
       01 SPLIT-KEY-LEN PIC 9(2).
       01 KEY-POS PIC 9(3).
       01 str PIC x(80).
       01 str-len PIC 9(3).
       01 og PIC x(80).
       01 og-len PIC 9(3).
       01 i PIC 9(3).
       01 j PIC 9(3).
       01 k PIC 9(3).
       *> m also ranges over the loaded dictionary, so it is as wide as
       *> SOLVE-WORD-COUNT can be
       01 m PIC 9(4).
       01 n PIC 9(3).
       01 ka PIC 9(1).
       *> Every correspondent the compromised key's traffic can belong to
       *> - each desk registered for the key - with what the scan found
       *> for it and whether it can take the replacement: active,
       *> registered for the replacement key's mode, and the key on its
       *> allowed list (or no list at all)
       01 CRT-TABLE.
           05 CRT-ENTRY OCCURS 200 TIMES.
               10 CRT-CORR-ID PIC x(08).
               10 CRT-DESTINATION PIC x(08).
               10 CRT-ELIGIBLE-SW PIC x(01).
                   88 CRT-ELIGIBLE VALUE "Y".
               10 CRT-REASON PIC x(44).
               10 CRT-IMPACT-COUNT PIC 9(7).
               10 CRT-OUTBOUND-COUNT PIC 9(7).
               10 CRT-RESENT-COUNT PIC 9(7).
               10 CRT-HELD-COUNT PIC 9(7).
       01 CRT-COUNT PIC 9(3) VALUE 0.
       *> How many of the entries are desks registered for the old key -
       *> they are loaded first; desks a history record names outside
       *> that registration join the table behind them
       01 REG-COUNT PIC 9(3) VALUE 0.
       01 CRT-IX PIC 9(3).
       01 CRT-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 CRT-FULL-WARNED VALUE "Y".
       *> Whose the history record in hand is - a table index, or zero
       *> when no single desk can be named (no registration for the key
       *> any more, or several desks sharing it)
       01 IMP-CRT-IX PIC 9(3).
       01 IMP-SHOW-CORR PIC x(14).
       01 IMP-DISPOSITION PIC x(32).
       01 RES-CRT-IX PIC 9(3).
       01 RES-EXPECT PIC x(80).
       *> Classified traffic shows as a mask of its own length
       01 MSG-MASK PIC x(80).
       01 MSG-LEN-CHECK PIC 9(3).
       *> The same text under the same key twice on one transmission file
       *> is sent once - identical ciphertext either way, and the verify
       *> run's own duplicate screen would otherwise step past the second
       *> plaintext and fall out of step with the file
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 2000 TIMES.
               10 SENT-DEST PIC x(12).
               10 SENT-TEXT PIC x(80).
       01 SENT-COUNT PIC 9(4) VALUE 0.
       01 SENT-IX PIC 9(4).
       01 SENT-FOUND-SW PIC x(1) VALUE "N".
           88 SENT-FOUND VALUE "Y".
       01 SENT-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 SENT-FULL-WARNED VALUE "Y".
       *> Which transmission file CIPHER-OUT-FILE is on, and which this
       *> run has already started - a destination shared by two desks
       *> (the default CIPHEROUT) gets the second group appended
       01 OUT-DEST-NAME PIC x(12) VALUE "CIPHEROUT".
       01 DEST-TABLE.
           05 DEST-OPENED PIC x(12) OCCURS 20 TIMES.
       01 DEST-COUNT PIC 9(2) VALUE 0.
       01 DEST-IX PIC 9(2).
       01 DEST-SEEN-SW PIC x(1) VALUE "N".
           88 DEST-SEEN VALUE "Y".
       *> Control totals for the group in progress on each side - the
       *> ciphertext group's for its trailer, the plaintext group's for
       *> the source batch trailer
       01 OUT-MSG-COUNT PIC 9(7) VALUE 0.
       01 OUT-CHECKSUM PIC 9(9) VALUE 0.
       01 OUT-TEXT-LEN PIC 9(3).
       01 TXL-STATUS PIC x(02).
       01 TXL-OPEN-SW PIC x(1) VALUE "N".
           88 TXL-OPEN VALUE "Y".
       01 TXL-DISABLED-SW PIC x(1) VALUE "N".
           88 TXL-DISABLED VALUE "Y".
       01 RSI-MSG-COUNT PIC 9(7) VALUE 0.
       01 RSI-CHECKSUM PIC 9(9) VALUE 0.
       *> The Cipher run's weak-ciphertext screen, run here on every
       *> re-enciphered message before it goes out - the same crack (the
       *> 26-shift scan for Caesar, all 312 keys for affine, the keyword
       *> hunt for Vigenere), the same ScoreEnglishText, the same seed
       *> words plus CIPHERDCT, the same two thresholds. It has to be the
       *> same in every particular: the verify run of RESENDIN re-screens
       *> each plaintext and steps past the ones it holds, so a message
       *> this run sent that the verify run would have held (or the
       *> reverse) throws the pairing out for the rest of the file.
       01 SCREEN-MIN-WORDS PIC 9(3) VALUE 1.
       01 SCREEN-HOLD-PCT PIC 9(3) VALUE 90.
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
       *> The twelve multipliers coprime with 26, in the order the
       *> Cipher run's affine table holds them
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
       *> The screen's scoring - the seed words the Cipher run compiles
       *> in (the two lists move together), then CIPHERDCT on top
       01 SOLVE-SCORE PIC 9(4).
       01 SOLVE-VOWEL-COUNT PIC 9(3).
       01 SOLVE-WORD-LIST-DATA.
           05 FILLER PIC x(10) VALUE "THE".
           05 FILLER PIC x(10) VALUE "AND".
           05 FILLER PIC x(10) VALUE "FOR".
           05 FILLER PIC x(10) VALUE "ARE".
           05 FILLER PIC x(10) VALUE "YOU".
           05 FILLER PIC x(10) VALUE "ALL".
           05 FILLER PIC x(10) VALUE "CAN".
           05 FILLER PIC x(10) VALUE "HAS".
           05 FILLER PIC x(10) VALUE "HAD".
           05 FILLER PIC x(10) VALUE "HIS".
           05 FILLER PIC x(10) VALUE "HER".
           05 FILLER PIC x(10) VALUE "NOT".
           05 FILLER PIC x(10) VALUE "BUT".
           05 FILLER PIC x(10) VALUE "OUT".
           05 FILLER PIC x(10) VALUE "GET".
           05 FILLER PIC x(10) VALUE "NEW".
           05 FILLER PIC x(10) VALUE "NOW".
           05 FILLER PIC x(10) VALUE "WAS".
           05 FILLER PIC x(10) VALUE "ONE".
           05 FILLER PIC x(10) VALUE "OUR".
           05 FILLER PIC x(10) VALUE "DAY".
           05 FILLER PIC x(10) VALUE "WAY".
           05 FILLER PIC x(10) VALUE "MAN".
           05 FILLER PIC x(10) VALUE "SEE".
           05 FILLER PIC x(10) VALUE "HIM".
           05 FILLER PIC x(10) VALUE "TWO".
           05 FILLER PIC x(10) VALUE "HOW".
           05 FILLER PIC x(10) VALUE "ITS".
           05 FILLER PIC x(10) VALUE "WHO".
           05 FILLER PIC x(10) VALUE "DID".
           05 FILLER PIC x(10) VALUE "YES".
           05 FILLER PIC x(10) VALUE "SHE".
           05 FILLER PIC x(10) VALUE "TOO".
           05 FILLER PIC x(10) VALUE "USE".
           05 FILLER PIC x(10) VALUE "OWN".
           05 FILLER PIC x(10) VALUE "LET".
           05 FILLER PIC x(10) VALUE "OLD".
           05 FILLER PIC x(10) VALUE "BIG".
           05 FILLER PIC x(10) VALUE "RUN".
           05 FILLER PIC x(10) VALUE "SUN".
           05 FILLER PIC x(10) VALUE "SIT".
           05 FILLER PIC x(10) VALUE "TOP".
           05 FILLER PIC x(10) VALUE "ICE".
           05 FILLER PIC x(10) VALUE "ART".
           05 FILLER PIC x(10) VALUE "EAR".
           05 FILLER PIC x(10) VALUE "EAT".
           05 FILLER PIC x(10) VALUE "AGE".
           05 FILLER PIC x(10) VALUE "AIR".
           05 FILLER PIC x(10) VALUE "ASK".
           05 FILLER PIC x(10) VALUE "OIL".
           05 FILLER PIC x(10) VALUE "OAK".
           05 FILLER PIC x(10) VALUE "DOG".
           05 FILLER PIC x(10) VALUE "CAT".
           05 FILLER PIC x(10) VALUE "HAL".
           05 FILLER PIC x(10) VALUE "HELLO".
           05 FILLER PIC x(10) VALUE "WORLD".
           05 FILLER PIC x(10) VALUE "LOYAL".
           05 FILLER PIC x(10) VALUE "GOOD".
           05 FILLER PIC x(10) VALUE "GOLD".
           05 FILLER PIC x(10) VALUE "EAST".
           05 FILLER PIC x(10) VALUE "WEST".
           05 FILLER PIC x(10) VALUE "OPEN".
           05 FILLER PIC x(10) VALUE "MOON".
           05 FILLER PIC x(10) VALUE "STAR".
           05 FILLER PIC x(10) VALUE "BLUE".
           05 FILLER PIC x(10) VALUE "FIRE".
       01 SOLVE-WORD-TABLE REDEFINES SOLVE-WORD-LIST-DATA.
           05 SOLVE-SEED-WORD PIC x(10) OCCURS 66 TIMES.
       01 SOLVE-SEED-COUNT PIC 9(3) VALUE 66.
       01 SOLVE-DICT-TABLE.
           05 SOLVE-WORD PIC x(10) OCCURS 5000 TIMES.
       01 SOLVE-WORD-COUNT PIC 9(4) VALUE 0.
       01 DCT-STATUS PIC x(02).
       01 DCT-EOF-SW PIC x(1) VALUE "N".
           88 DCT-EOF VALUE "Y".
       01 DCT-FILE-COUNT PIC 9(4) VALUE 0.
       01 DCT-WORD PIC x(10).
       01 DCT-DUP-SW PIC x(1) VALUE "N".
           88 DCT-DUP VALUE "Y".
       01 DCT-FULL-WARNED-SW PIC x(1) VALUE "N".
           88 DCT-FULL-WARNED VALUE "Y".
       01 dw PIC 9(4).
       01 SOLVE-TOKENS.
           05 SOLVE-TOKEN PIC x(10) OCCURS 20 TIMES.
       01 SOLVE-MATCHED-WORDS PIC 9(3).
       *> The Vigenere keyword hunt, as the Cipher run's screen runs it -
       *> see SolveVigenere there for how the pieces fit
       01 VIG-STREAM PIC x(80).
       01 VIG-STREAM-LEN PIC 9(3).
       01 VIG-PERIOD PIC 9(2).
       01 VIG-TRY-LEN PIC 9(2).
       01 VIG-MAX-LEN PIC 9(2).
       01 VIG-COL PIC 9(2).
       01 VIG-SHIFT PIC 9(2).
       01 VIG-WIDTH PIC 9(1).
       01 VIG-SHIFT-SCORES.
           05 VIG-SHIFT-SCORE PIC S9(7) OCCURS 26 TIMES.
       01 VIG-BEST-SC PIC S9(7).
       01 VIG-BEST-SH PIC 9(2).
       01 VIG-W PIC 9(1).
       01 VIG-CAND-TABLE.
           05 VIG-CAND-ROW OCCURS 20 TIMES.
               10 VIG-CAND PIC 9(2) OCCURS 5 TIMES.
       01 VIG-ODOMETER.
           05 VIG-ODO PIC 9(1) OCCURS 20 TIMES.
       01 VIG-CARRY-SW PIC x(1) VALUE "N".
           88 VIG-CARRY VALUE "Y".
       01 VIG-COMBO-TOTAL PIC 9(7).
       01 VIG-KW-SHIFTS.
           05 VIG-KW-SHIFT PIC 9(2) OCCURS 20 TIMES.
       01 VIG-L-SHIFTS.
           05 VIG-L-SHIFT PIC 9(2) OCCURS 20 TIMES.
       01 VIG-COMP PIC 9(9).
       01 VIG-L-COMP PIC 9(9).
       01 VIG-PREV-COMP PIC 9(9).
       01 VIG-TOP-COMP PIC 9(9).
       01 VIG-HAVE-L-SW PIC x(1) VALUE "N".
           88 VIG-HAVE-L-BEST VALUE "Y".
       01 VIG-HAVE-TOP-SW PIC x(1) VALUE "N".
           88 VIG-HAVE-TOP VALUE "Y".
       01 VIG-IMPROVED-SW PIC x(1) VALUE "N".
           88 VIG-POLISH-IMPROVED VALUE "Y".
       01 VIG-PASS PIC 9(1).
       01 VIG-LOGP-ACC PIC S9(7).
       01 VIG-KP PIC 9(3).
       01 VIG-TOP-LEN PIC 9(2).
       01 VIG-TOP-KEYWORD PIC x(20).
       01 VIG-TOP-TEXT PIC x(80).
       01 VIG-I PIC 9(3).
       01 VIG-J PIC 9(3).
       01 VIG-K PIC 9(3).
       *> Log letter frequencies, A through Z - the Cipher run's table
       01 VIG-LOGP-DATA.
           05 FILLER PIC S9(3) VALUE -250.
           05 FILLER PIC S9(3) VALUE -420.
           05 FILLER PIC S9(3) VALUE -358.
           05 FILLER PIC S9(3) VALUE -315.
           05 FILLER PIC S9(3) VALUE -206.
           05 FILLER PIC S9(3) VALUE -382.
           05 FILLER PIC S9(3) VALUE -391.
           05 FILLER PIC S9(3) VALUE -280.
           05 FILLER PIC S9(3) VALUE -266.
           05 FILLER PIC S9(3) VALUE -621.
           05 FILLER PIC S9(3) VALUE -483.
           05 FILLER PIC S9(3) VALUE -322.
           05 FILLER PIC S9(3) VALUE -373.
           05 FILLER PIC S9(3) VALUE -270.
           05 FILLER PIC S9(3) VALUE -259.
           05 FILLER PIC S9(3) VALUE -396.
           05 FILLER PIC S9(3) VALUE -691.
           05 FILLER PIC S9(3) VALUE -281.
           05 FILLER PIC S9(3) VALUE -276.
           05 FILLER PIC S9(3) VALUE -240.
           05 FILLER PIC S9(3) VALUE -358.
           05 FILLER PIC S9(3) VALUE -461.
           05 FILLER PIC S9(3) VALUE -373.
           05 FILLER PIC S9(3) VALUE -621.
           05 FILLER PIC S9(3) VALUE -391.
           05 FILLER PIC S9(3) VALUE -691.
       01 VIG-LOGP-TABLE REDEFINES VIG-LOGP-DATA.
           05 VIG-LOGP PIC S9(3) OCCURS 26 TIMES.
       *> Hold file housekeeping - opened EXTEND at the first hold. A
       *> hold file that cannot be opened disables itself with one
       *> warning: the message is still held, the report still says so.
       01 HLD-STATUS PIC x(02).
       01 HLD-OPEN-SW PIC x(1) VALUE "N".
           88 HLD-OPEN VALUE "Y".
       01 HLD-DISABLED-SW PIC x(1) VALUE "N".
           88 HLD-DISABLED VALUE "Y".
       *> Run totals
       01 IMPACT-COUNT PIC 9(7) VALUE 0.
       01 OUTBOUND-COUNT PIC 9(7) VALUE 0.
       01 UNATTRIB-COUNT PIC 9(7) VALUE 0.
       01 UNATTRIB-OUTBOUND PIC 9(7) VALUE 0.
       01 CONF-COUNT PIC 9(7) VALUE 0.
       01 RESENT-COUNT PIC 9(7) VALUE 0.
       01 NOT-RESENT-COUNT PIC 9(7) VALUE 0.
       01 MISMATCH-COUNT PIC 9(7) VALUE 0.
       01 SENT-ONCE-COUNT PIC 9(7) VALUE 0.
       01 HELD-COUNT PIC 9(7) VALUE 0.
       01 GROUP-COUNT PIC 9(3) VALUE 0.
       *> 0 clean, 4 outbound traffic left un-resent, 12 unusable PARM,
       *> key or file
       01 WORST-CONDITION PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
       MOVE FUNCTION CURRENT-DATE(1:8) TO CMP-RUN-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO CMP-RUN-TIME.
       PERFORM BuildShiftAlphabets.

       ACCEPT PARM-FIELD FROM COMMAND-LINE.
       MOVE FUNCTION TRIM(PARM-FIELD) TO PARM-TRIMMED.
       MOVE SPACES TO PARM-OLD-TOK PARM-NEW-TOK PARM-FROM-TOK PARM-TO-TOK.
       UNSTRING PARM-TRIMMED DELIMITED BY ALL SPACE INTO PARM-OLD-TOK PARM-NEW-TOK PARM-FROM-TOK PARM-TO-TOK.
       MOVE FUNCTION UPPER-CASE(PARM-OLD-TOK) TO OLD-KEY-ID.
       IF PARM-OLD-TOK IS EQUAL TO SPACES OR PARM-OLD-TOK(9:12) IS NOT EQUAL TO SPACES
           DISPLAY "ERROR: PARM must name the compromised key-id - OLDKEY NEWKEY|- [from-date [to-date]]"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF PARM-NEW-TOK IS EQUAL TO SPACES OR PARM-NEW-TOK IS EQUAL TO "-"
           MOVE "N" TO RESEND-SW
       ELSE
           MOVE FUNCTION UPPER-CASE(PARM-NEW-TOK) TO NEW-KEY-ID
       END-IF.
       IF PARM-FROM-TOK IS NOT EQUAL TO SPACES
           MOVE PARM-FROM-TOK TO VAL-DATE
           PERFORM ValidateDate
           IF NOT DATE-OK OR PARM-FROM-TOK(9:12) IS NOT EQUAL TO SPACES
               DISPLAY FUNCTION CONCATENATE("ERROR: from-date '" FUNCTION TRIM(PARM-FROM-TOK) "' is not a valid yyyymmdd date - nothing done")
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VAL-DATE TO SCAN-FROM
       END-IF.
       IF PARM-TO-TOK IS NOT EQUAL TO SPACES
           MOVE PARM-TO-TOK TO VAL-DATE
           PERFORM ValidateDate
           IF NOT DATE-OK OR PARM-TO-TOK(9:12) IS NOT EQUAL TO SPACES
               DISPLAY FUNCTION CONCATENATE("ERROR: to-date '" FUNCTION TRIM(PARM-TO-TOK) "' is not a valid yyyymmdd date - nothing done")
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VAL-DATE TO SCAN-TO
       END-IF.
       IF SCAN-FROM IS GREATER THAN SCAN-TO
           DISPLAY FUNCTION CONCATENATE("ERROR: from-date " SCAN-FROM " is after to-date " SCAN-TO " - nothing done")
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN OUTPUT REPORT-FILE.
       IF RPT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open KEYCMPRPT - file status:" RPT-FILE-STATUS)
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("Compromised Key Impact Report - Run Date: " CMP-RUN-DATE " Key-id: " OLD-KEY-ID " Window: " SCAN-FROM " through " SCAN-TO) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       IF RESENDING
           MOVE FUNCTION CONCATENATE("Outbound traffic re-enciphered under replacement key-id: " NEW-KEY-ID) TO REPORT-RECORD
       ELSE
           MOVE "Impact report only - no replacement key named, nothing re-enciphered" TO REPORT-RECORD
       END-IF.
       WRITE REPORT-RECORD.
       *> The screen's dictionary comes up with the report, so the count
       *> line lands on it beside the Cipher run's own
       IF RESENDING
           PERFORM LoadSolveDictionary
           MOVE FUNCTION CONCATENATE("Ciphertext screen dictionary: " SOLVE-WORD-COUNT " entries loaded (" SOLVE-SEED-COUNT " seed, " DCT-FILE-COUNT " from CIPHERDCT)") TO REPORT-RECORD
           WRITE REPORT-RECORD
       END-IF.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.

       *> Both keys come off the vault before anything else is opened -
       *> without the old key's material nothing can be proven, and a
       *> replacement that is not live today would only re-send the
       *> traffic under a key the desks' runs will refuse.
       OPEN INPUT KEY-VAULT-FILE.
       IF KEYV-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open key vault CIPHERKEY - file status:" KEYV-STATUS)
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LoadOldKey.
       IF KEY-ERR-TEXT IS EQUAL TO SPACES AND RESENDING
           PERFORM LoadNewKey
       END-IF.
       CLOSE KEY-VAULT-FILE.
       IF KEY-ERR-TEXT IS NOT EQUAL TO SPACES
           DISPLAY FUNCTION CONCATENATE("ERROR: " FUNCTION TRIM(KEY-ERR-TEXT) " - nothing done")
           MOVE FUNCTION CONCATENATE("ERROR: " FUNCTION TRIM(KEY-ERR-TEXT) " - nothing done") TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
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

       *> A missing correspondent master leaves the impact report
       *> possible but nobody to re-send to - every message reports as
       *> unattributed and the re-encipherment has no destinations.
       OPEN INPUT CORR-FILE.
       IF CORR-STATUS IS EQUAL TO "00"
           SET CORR-OPEN TO TRUE
       ELSE
           DISPLAY FUNCTION CONCATENATE("WARNING: correspondent master CIPHERCOR not available - file status:" CORR-STATUS " - affected traffic cannot be attributed or re-sent")
       END-IF.

       IF RESENDING
           OPEN OUTPUT RESEND-SOURCE-FILE
           IF RSI-STATUS IS NOT EQUAL TO "00"
               DISPLAY FUNCTION CONCATENATE("ERROR: cannot open RESENDIN - file status:" RSI-STATUS)
               CLOSE HISTORY-FILE
               IF CORR-OPEN
                   CLOSE CORR-FILE
               END-IF
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       OPEN EXTEND AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE HISTORY-FILE
           IF CORR-OPEN
               CLOSE CORR-FILE
           END-IF
           IF RESENDING
               CLOSE RESEND-SOURCE-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF RESENDING
           MOVE FUNCTION CONCATENATE("AUDIT KEYCMP START " CMP-RUN-DATE " " CMP-RUN-TIME " old-key:" OLD-KEY-ID " new-key:" NEW-KEY-ID " from:" SCAN-FROM " to:" SCAN-TO) TO AUDIT-RECORD
       ELSE
           MOVE FUNCTION CONCATENATE("AUDIT KEYCMP START " CMP-RUN-DATE " " CMP-RUN-TIME " old-key:" OLD-KEY-ID " new-key:- from:" SCAN-FROM " to:" SCAN-TO) TO AUDIT-RECORD
       END-IF.
       WRITE AUDIT-RECORD.

       *> Whose traffic could this be - every desk registered for the
       *> compromised key, judged once against the replacement
       IF CORR-OPEN
           PERFORM LoadRegistrations
       END-IF.
       MOVE CRT-COUNT TO REG-COUNT.

       *> Pass one: the impact report, oldest traffic first - the archive
       *> generation (if one is allocated), then the master
       MOVE "Affected Traffic (accepted messages under the compromised key)" TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       PERFORM ImpactArchiveScan.
       PERFORM ImpactMasterScan.
       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       PERFORM WriteCorrSummary.

       *> Pass two: one re-enciphered group per desk that can take it
       IF RESENDING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE FUNCTION CONCATENATE("Re-encipherment under key-id " NEW-KEY-ID) TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING RES-CRT-IX FROM 1 BY 1 UNTIL RES-CRT-IX > CRT-COUNT
               IF CRT-ELIGIBLE(RES-CRT-IX) AND CRT-OUTBOUND-COUNT(RES-CRT-IX) IS GREATER THAN 0
                   PERFORM ResendCorrespondent
               END-IF
           END-PERFORM
           CLOSE RESEND-SOURCE-FILE
           IF TXL-OPEN
               CLOSE TXLOG-FILE
           END-IF
           IF HLD-OPEN
               CLOSE HOLD-FILE
           END-IF
           COMPUTE NOT-RESENT-COUNT = OUTBOUND-COUNT - RESENT-COUNT - SENT-ONCE-COUNT
       END-IF.

       CLOSE HISTORY-FILE.
       IF CORR-OPEN
           CLOSE CORR-FILE
       END-IF.

       MOVE SPACES TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE FUNCTION CONCATENATE("Impact Totals - Affected:" IMPACT-COUNT " Outbound:" OUTBOUND-COUNT " Confidential:" CONF-COUNT " Unattributed:" UNATTRIB-COUNT) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       DISPLAY FUNCTION CONCATENATE("Impact Totals - Affected:" IMPACT-COUNT " Outbound:" OUTBOUND-COUNT " Confidential:" CONF-COUNT " Unattributed:" UNATTRIB-COUNT).
       IF RESENDING
           MOVE FUNCTION CONCATENATE("Re-encipherment Totals - Groups:" GROUP-COUNT " Re-sent:" RESENT-COUNT " Sent once:" SENT-ONCE-COUNT " Not re-sent:" NOT-RESENT-COUNT " (old key did not recover:" MISMATCH-COUNT ")") TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY FUNCTION CONCATENATE("Re-encipherment Totals - Groups:" GROUP-COUNT " Re-sent:" RESENT-COUNT " Sent once:" SENT-ONCE-COUNT " Not re-sent:" NOT-RESENT-COUNT " (old key did not recover:" MISMATCH-COUNT ")")
           *> Held traffic is not-re-sent traffic too - counted among it
           *> above, and again here so the re-keying has its own number
           MOVE FUNCTION CONCATENATE("Messages Held by Ciphertext Screen: " HELD-COUNT " (on CIPHERHLD for re-keying)") TO REPORT-RECORD
           WRITE REPORT-RECORD
           DISPLAY FUNCTION CONCATENATE("Messages Held by Ciphertext Screen: " HELD-COUNT " (on CIPHERHLD for re-keying)")
           IF NOT-RESENT-COUNT IS GREATER THAN 0
               MOVE 4 TO WORST-CONDITION
           END-IF
       END-IF.
       CLOSE REPORT-FILE.

       MOVE FUNCTION CURRENT-DATE(9:6) TO CMP-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT KEYCMP END   " CMP-RUN-DATE " " CMP-RUN-TIME " affected:" IMPACT-COUNT " outbound:" OUTBOUND-COUNT " resent:" RESENT-COUNT " not-resent:" NOT-RESENT-COUNT " held:" HELD-COUNT) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.

       MOVE WORST-CONDITION TO RETURN-CODE.
       STOP RUN.

*> The compromised key's vault record. Its status and window do not
*> matter - a retired key still decrypts, which is the whole reason
*> expired keys stay on file.
LoadOldKey.
       MOVE SPACES TO KEY-ERR-TEXT.
       MOVE OLD-KEY-ID TO KV-KEY-ID.
       READ KEY-VAULT-FILE
           INVALID KEY
               MOVE FUNCTION CONCATENATE("compromised key-id " OLD-KEY-ID " is not on the vault") TO KEY-ERR-TEXT
           NOT INVALID KEY
               MOVE KV-MULTIPLIER TO MULT-WORK
               IF KV-VIGENERE-MODE AND KV-KEYWORD IS EQUAL TO SPACES
                   MOVE FUNCTION CONCATENATE("compromised key-id " OLD-KEY-ID " has no keyword on the vault") TO KEY-ERR-TEXT
               ELSE
                   IF KV-AFFINE-MODE AND NOT MULT-COPRIME
                       MOVE FUNCTION CONCATENATE("compromised key-id " OLD-KEY-ID " has no usable multiplier on the vault") TO KEY-ERR-TEXT
                   ELSE
                       MOVE KV-CIPHER-MODE TO OLD-CIPHER-MODE
                       MOVE FUNCTION MOD(KV-OFFSET, 26) TO OLD-OFFSET
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KV-KEYWORD)) TO OLD-KEYWORD
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(OLD-KEYWORD)) TO OLD-KEYWORD-LEN
                       IF OLD-VIGENERE-MODE
                           PERFORM VARYING j FROM 1 BY 1 UNTIL j > OLD-KEYWORD-LEN
                               COMPUTE k = FUNCTION ORD(OLD-KEYWORD(j:1)) - FUNCTION ORD("A") + 1
                               MOVE SHIFT-ALPHA(k) TO OLDK-ALPHA(j)
                           END-PERFORM
                       END-IF
                       IF OLD-AFFINE-MODE
                           MOVE KV-MULTIPLIER TO OLD-MULTIPLIER
                           MOVE OLD-MULTIPLIER TO AFF-MULT-WK
                           MOVE OLD-OFFSET TO AFF-OFS-WK
                           PERFORM BuildAffineAlphabet
                           MOVE AFF-WORK-ALPHA TO OLD-AFF-ALPHA
                       END-IF
                   END-IF
               END-IF
       END-READ.

*> The replacement key's vault record - it must be a different key,
*> and live for encryption today under the same rule the Cipher run
*> applies, or every desk's run would refuse what this one sends.
LoadNewKey.
       MOVE NEW-KEY-ID TO KV-KEY-ID.
       READ KEY-VAULT-FILE
           INVALID KEY
               MOVE FUNCTION CONCATENATE("replacement key-id " NEW-KEY-ID " is not on the vault") TO KEY-ERR-TEXT
           NOT INVALID KEY
               PERFORM JudgeNewKey
       END-READ.

*> The replacement key's vault record in hand - refused with the reason
*> when it cannot stand in for the compromised key, taken up otherwise.
JudgeNewKey.
       MOVE KV-MULTIPLIER TO MULT-WORK.
       IF NEW-KEY-ID IS EQUAL TO OLD-KEY-ID
           MOVE "replacement key-id is the compromised key itself" TO KEY-ERR-TEXT
       ELSE IF KV-VIGENERE-MODE AND KV-KEYWORD IS EQUAL TO SPACES
           MOVE FUNCTION CONCATENATE("replacement key-id " NEW-KEY-ID " has no keyword on the vault") TO KEY-ERR-TEXT
       ELSE IF KV-AFFINE-MODE AND NOT MULT-COPRIME
           MOVE FUNCTION CONCATENATE("replacement key-id " NEW-KEY-ID " has no usable multiplier on the vault") TO KEY-ERR-TEXT
       ELSE IF NOT KV-ACTIVE
               OR KV-EFFECTIVE-FROM IS GREATER THAN CMP-RUN-DATE
               OR (KV-EFFECTIVE-TO IS NOT EQUAL TO SPACES
                   AND KV-EFFECTIVE-TO IS NOT EQUAL TO "00000000"
                   AND KV-EFFECTIVE-TO IS LESS THAN CMP-RUN-DATE)
           MOVE FUNCTION CONCATENATE("replacement key-id " NEW-KEY-ID " is not live for encryption") TO KEY-ERR-TEXT
       ELSE
           MOVE KV-CIPHER-MODE TO NEW-CIPHER-MODE
           MOVE FUNCTION MOD(KV-OFFSET, 26) TO NEW-OFFSET
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(KV-KEYWORD)) TO NEW-KEYWORD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NEW-KEYWORD)) TO NEW-KEYWORD-LEN
           IF NEW-VIGENERE-MODE
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > NEW-KEYWORD-LEN
                   COMPUTE k = FUNCTION ORD(NEW-KEYWORD(j:1)) - FUNCTION ORD("A") + 1
                   MOVE SHIFT-ALPHA(k) TO NEWK-ALPHA(j)
               END-PERFORM
           END-IF
           IF NEW-AFFINE-MODE
               MOVE KV-MULTIPLIER TO NEW-MULTIPLIER
               MOVE NEW-MULTIPLIER TO AFF-MULT-WK
               MOVE NEW-OFFSET TO AFF-OFS-WK
               PERFORM BuildAffineAlphabet
               MOVE AFF-WORK-ALPHA TO NEW-AFF-ALPHA
           END-IF
       END-IF.

*> Walk the correspondent master for every desk whose registration
*> names the compromised key.
LoadRegistrations.
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
                   PERFORM VARYING ka FROM 1 BY 1 UNTIL ka > 5
                       IF CR-ALLOWED-KEY-ID(ka) IS EQUAL TO OLD-KEY-ID
                           PERFORM AddCorrEntry
                       END-IF
                   END-PERFORM
           END-READ
       END-PERFORM.

*> The correspondent record in the buffer joins the table, judged
*> against the replacement key while it is in hand.
AddCorrEntry.
       IF CRT-COUNT IS LESS THAN 200
           ADD 1 TO CRT-COUNT
           MOVE CR-CORR-ID TO CRT-CORR-ID(CRT-COUNT)
           MOVE CR-DESTINATION TO CRT-DESTINATION(CRT-COUNT)
           MOVE 0 TO CRT-IMPACT-COUNT(CRT-COUNT)
           MOVE 0 TO CRT-OUTBOUND-COUNT(CRT-COUNT)
           MOVE 0 TO CRT-RESENT-COUNT(CRT-COUNT)
           MOVE 0 TO CRT-HELD-COUNT(CRT-COUNT)
           MOVE "Y" TO CRT-ELIGIBLE-SW(CRT-COUNT)
           MOVE SPACES TO CRT-REASON(CRT-COUNT)
           PERFORM JudgeCorrEntry
       ELSE
           IF NOT CRT-FULL-WARNED
               SET CRT-FULL-WARNED TO TRUE
               DISPLAY "WARNING: correspondent table is full - further desks' traffic reports as unattributed"
           END-IF
       END-IF.

*> Can the desk just added to the table take the replacement key? Not
*> when only the impact report was asked for, the desk is suspended, it
*> is registered for the other cipher mode, or it registers allowed
*> keys and the replacement is not among them.
JudgeCorrEntry.
       IF NOT RESENDING
           MOVE "N" TO CRT-ELIGIBLE-SW(CRT-COUNT)
           MOVE "impact report only" TO CRT-REASON(CRT-COUNT)
       ELSE IF NOT CR-ACTIVE
           MOVE "N" TO CRT-ELIGIBLE-SW(CRT-COUNT)
           MOVE "correspondent is suspended" TO CRT-REASON(CRT-COUNT)
       ELSE IF CR-CIPHER-MODE IS NOT EQUAL TO NEW-CIPHER-MODE
           MOVE "N" TO CRT-ELIGIBLE-SW(CRT-COUNT)
           MOVE FUNCTION CONCATENATE("registered for mode " CR-CIPHER-MODE ", replacement is mode " NEW-CIPHER-MODE) TO CRT-REASON(CRT-COUNT)
       ELSE IF CR-ALLOWED-KEYS IS NOT EQUAL TO SPACES
           MOVE "N" TO CRT-ELIGIBLE-SW(CRT-COUNT)
           MOVE "replacement key-id not registered for the desk" TO CRT-REASON(CRT-COUNT)
           PERFORM VARYING ka FROM 1 BY 1 UNTIL ka > 5
               IF CR-ALLOWED-KEY-ID(ka) IS EQUAL TO NEW-KEY-ID
                   MOVE "Y" TO CRT-ELIGIBLE-SW(CRT-COUNT)
                   MOVE SPACES TO CRT-REASON(CRT-COUNT)
               END-IF
           END-PERFORM
       END-IF.

*> Whose is the history record in hand? The correspondent the record
*> itself names, looked up on the master the first time it turns up.
*> A record from before history carried the correspondent falls back
*> on the desk registered for the compromised key - when exactly one
*> is. With none left (the registration moved on), several sharing the
*> key, or a named desk since deleted from the master, the record
*> cannot be pinned to one desk and is reported unattributed; sending
*> a desk another desk's traffic is a worse leak than the one being
*> repaired.
AttributeRecord.
       MOVE 0 TO IMP-CRT-IX.
       IF HIS-CORR-ID IS NOT EQUAL TO SPACES
           PERFORM VARYING CRT-IX FROM 1 BY 1 UNTIL CRT-IX > CRT-COUNT OR IMP-CRT-IX IS GREATER THAN 0
               IF CRT-CORR-ID(CRT-IX) IS EQUAL TO HIS-CORR-ID
                   MOVE CRT-IX TO IMP-CRT-IX
               END-IF
           END-PERFORM
           IF IMP-CRT-IX IS EQUAL TO 0 AND CORR-OPEN
               MOVE HIS-CORR-ID TO CR-CORR-ID
               READ CORR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM AddCorrEntry
                       IF CRT-CORR-ID(CRT-COUNT) IS EQUAL TO HIS-CORR-ID
                           MOVE CRT-COUNT TO IMP-CRT-IX
                       END-IF
               END-READ
           END-IF
       ELSE IF REG-COUNT IS EQUAL TO 1
           MOVE 1 TO IMP-CRT-IX
       END-IF.

*> Does the history record in hand belong to the compromise at all -
*> accepted traffic under the old key inside the window.
ImpactArchiveScan.
       OPEN INPUT ARCHIVE-FILE.
       IF ARC-FILE-STATUS IS NOT EQUAL TO "00"
               AND ARC-FILE-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("WARNING: archive CIPHERARC not readable - file status:" ARC-FILE-STATUS " - impact taken from the master alone")
       ELSE
           MOVE "N" TO ARC-EOF-SW
           PERFORM UNTIL ARC-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET ARC-EOF TO TRUE
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO HISTORY-RECORD
                       PERFORM TakeImpactRecord
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
       END-IF.

*> The master from the window's first date forward - the key leads
*> with the run date, so the walk stops at the first record past it.
ImpactMasterScan.
       MOVE "N" TO HIS-EOF-SW.
       MOVE SCAN-FROM TO HIS-RUN-DATE.
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
                   IF HIS-RUN-DATE IS GREATER THAN SCAN-TO
                       SET HIS-EOF TO TRUE
                   ELSE
                       PERFORM TakeImpactRecord
                   END-IF
           END-READ
       END-PERFORM.

*> One history record through the impact report.
TakeImpactRecord.
       IF HIS-ACCEPTED AND HIS-KEY-ID IS EQUAL TO OLD-KEY-ID
               AND HIS-RUN-DATE IS GREATER THAN OR EQUAL TO SCAN-FROM
               AND HIS-RUN-DATE IS LESS THAN OR EQUAL TO SCAN-TO
           PERFORM AttributeRecord
           ADD 1 TO IMPACT-COUNT
           IF HIS-CONFIDENTIAL
               ADD 1 TO CONF-COUNT
           END-IF
           IF HIS-RUN-MODE IS EQUAL TO "E"
               ADD 1 TO OUTBOUND-COUNT
               MOVE "outbound - transmitted" TO IMP-DISPOSITION
           ELSE
               IF HIS-RUN-MODE IS EQUAL TO "D"
                   MOVE "inbound - decrypted here" TO IMP-DISPOSITION
               ELSE
                   MOVE "not transmitted" TO IMP-DISPOSITION
               END-IF
           END-IF
           IF IMP-CRT-IX IS GREATER THAN 0
               MOVE CRT-CORR-ID(IMP-CRT-IX) TO IMP-SHOW-CORR
               ADD 1 TO CRT-IMPACT-COUNT(IMP-CRT-IX)
               IF HIS-RUN-MODE IS EQUAL TO "E"
                   ADD 1 TO CRT-OUTBOUND-COUNT(IMP-CRT-IX)
               END-IF
           ELSE
               MOVE "(unattributed)" TO IMP-SHOW-CORR
               ADD 1 TO UNATTRIB-COUNT
               IF HIS-RUN-MODE IS EQUAL TO "E"
                   ADD 1 TO UNATTRIB-OUTBOUND
               END-IF
           END-IF
           PERFORM WriteImpactLine
       END-IF.

*> The record's particulars, then what went in and came out, indented
*> under it - classified text masked to its length, exactly the way
*> the history inquiry extract shows it.
WriteImpactLine.
       MOVE FUNCTION CONCATENATE(HIS-RUN-DATE " ordinal:" HIS-SEQ " batch-seq:" HIS-BATCH-SEQ " run-mode:" HIS-RUN-MODE " cipher:" HIS-CIPHER-MODE " correspondent:" IMP-SHOW-CORR " " IMP-DISPOSITION) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       IF HIS-CONFIDENTIAL
           MOVE SPACES TO MSG-MASK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(HIS-ORIGINAL-TEXT)) TO MSG-LEN-CHECK
           IF MSG-LEN-CHECK IS GREATER THAN 0
               MOVE ALL "*" TO MSG-MASK(1:MSG-LEN-CHECK)
           END-IF
           MOVE FUNCTION CONCATENATE("    " FUNCTION TRIM(MSG-MASK) " -> (confidential)") TO REPORT-RECORD
       ELSE
           MOVE FUNCTION CONCATENATE("    " FUNCTION TRIM(HIS-ORIGINAL-TEXT) " -> " FUNCTION TRIM(HIS-RESULT-TEXT)) TO REPORT-RECORD
       END-IF.
       WRITE REPORT-RECORD.

*> Per desk: what the compromise touched, and whether the desk can
*> take the replacement key - the reason is spelled out when it cannot.
WriteCorrSummary.
       MOVE "Affected Traffic by Correspondent" TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       PERFORM VARYING CRT-IX FROM 1 BY 1 UNTIL CRT-IX > CRT-COUNT
           IF CRT-ELIGIBLE(CRT-IX)
               MOVE FUNCTION CONCATENATE("  " CRT-CORR-ID(CRT-IX) " destination:" CRT-DESTINATION(CRT-IX) " affected:" CRT-IMPACT-COUNT(CRT-IX) " outbound:" CRT-OUTBOUND-COUNT(CRT-IX) " - re-encipher") TO REPORT-RECORD
           ELSE
               MOVE FUNCTION CONCATENATE("  " CRT-CORR-ID(CRT-IX) " destination:" CRT-DESTINATION(CRT-IX) " affected:" CRT-IMPACT-COUNT(CRT-IX) " outbound:" CRT-OUTBOUND-COUNT(CRT-IX) " - not re-sent: " FUNCTION TRIM(CRT-REASON(CRT-IX))) TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
       END-PERFORM.
       IF UNATTRIB-COUNT IS GREATER THAN 0
           MOVE FUNCTION CONCATENATE("  (unattributed) affected:" UNATTRIB-COUNT " outbound:" UNATTRIB-OUTBOUND " - not attributable to one desk on the master, not re-sent") TO REPORT-RECORD
           WRITE REPORT-RECORD
       END-IF.

*> One desk's re-encipherment: its transmission file and its source
*> batch group opened, every outbound record of its under the old key
*> taken back to plaintext and re-enciphered, both groups capped, and
*> the whole thing put on the audit trail.
ResendCorrespondent.
       ADD 1 TO GROUP-COUNT.
       IF CRT-DESTINATION(RES-CRT-IX) IS EQUAL TO SPACES
           MOVE "CIPHEROUT" TO OUT-DEST-NAME
       ELSE
           MOVE CRT-DESTINATION(RES-CRT-IX) TO OUT-DEST-NAME
       END-IF.
       PERFORM OpenCipherOut.
       PERFORM WriteResendHeaders.
       PERFORM ResendArchiveScan.
       PERFORM ResendMasterScan.
       PERFORM WriteResendTrailers.
       CLOSE CIPHER-OUT-FILE.
       MOVE FUNCTION CONCATENATE("  " CRT-CORR-ID(RES-CRT-IX) " on " FUNCTION TRIM(OUT-DEST-NAME) " - group written, re-sent:" CRT-RESENT-COUNT(RES-CRT-IX) " of outbound:" CRT-OUTBOUND-COUNT(RES-CRT-IX) " held:" CRT-HELD-COUNT(RES-CRT-IX) " checksum:" OUT-CHECKSUM) TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       MOVE FUNCTION CURRENT-DATE(9:6) TO CMP-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT KEYCMP " CMP-RUN-DATE " " CMP-RUN-TIME " correspondent:" CRT-CORR-ID(RES-CRT-IX) " destination:" FUNCTION TRIM(OUT-DEST-NAME) " new-key:" NEW-KEY-ID " resent:" CRT-RESENT-COUNT(RES-CRT-IX) " held:" CRT-HELD-COUNT(RES-CRT-IX)) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

*> Bring up the desk's transmission file - appended if this run has
*> already written a group to it, fresh otherwise.
OpenCipherOut.
       MOVE "N" TO DEST-SEEN-SW.
       PERFORM VARYING DEST-IX FROM 1 BY 1 UNTIL DEST-IX > DEST-COUNT
           IF DEST-OPENED(DEST-IX) IS EQUAL TO OUT-DEST-NAME
               SET DEST-SEEN TO TRUE
           END-IF
       END-PERFORM.
       IF DEST-SEEN
           OPEN EXTEND CIPHER-OUT-FILE
       ELSE
           OPEN OUTPUT CIPHER-OUT-FILE
           IF OUT-STATUS IS EQUAL TO "00" AND DEST-COUNT IS LESS THAN 20
               ADD 1 TO DEST-COUNT
               MOVE OUT-DEST-NAME TO DEST-OPENED(DEST-COUNT)
           END-IF
       END-IF.
       IF OUT-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open transmission file " FUNCTION TRIM(OUT-DEST-NAME) " - file status:" OUT-STATUS)
           CLOSE HISTORY-FILE
           IF CORR-OPEN
               CLOSE CORR-FILE
           END-IF
           CLOSE RESEND-SOURCE-FILE
           IF TXL-OPEN
               CLOSE TXLOG-FILE
           END-IF
           IF HLD-OPEN
               CLOSE HOLD-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:6) TO CMP-RUN-TIME
           *> Desks handled before this one were re-sent already - only
           *> what is left is not re-sent
           COMPUTE NOT-RESENT-COUNT = OUTBOUND-COUNT - RESENT-COUNT - SENT-ONCE-COUNT
           MOVE FUNCTION CONCATENATE("AUDIT KEYCMP END   " CMP-RUN-DATE " " CMP-RUN-TIME " affected:" IMPACT-COUNT " outbound:" OUTBOUND-COUNT " resent:" RESENT-COUNT " not-resent:" NOT-RESENT-COUNT " abended:" FUNCTION TRIM(OUT-DEST-NAME)) TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

*> Open both groups. The transmission header carries the mode but never
*> the key, as the Cipher run's does, and asks for a decrypt pass. The
*> source batch header is an encrypt-run header in every respect - the
*> replacement key's material and the desk's id - so a verify run reads
*> it exactly as it reads a night's CIPHERIN.
WriteResendHeaders.
       MOVE SPACES TO CIPHER-OUT-RECORD.
       MOVE "H" TO CO-RECORD-TYPE.
       MOVE CMP-RUN-DATE TO CO-RUN-DATE.
       MOVE NEW-CIPHER-MODE TO CO-CIPHER-MODE.
       MOVE ZEROES TO CO-DEFAULT-OFFSET.
       MOVE ZEROES TO CO-DEFAULT-MULTIPLIER.
       MOVE SPACES TO CO-DEFAULT-KEYWORD.
       MOVE "D" TO CO-RUN-MODE.
       MOVE CRT-CORR-ID(RES-CRT-IX) TO CO-CORRESPONDENT-ID.
       WRITE CIPHER-OUT-RECORD.
       MOVE 0 TO OUT-MSG-COUNT.
       MOVE 0 TO OUT-CHECKSUM.
       MOVE SPACES TO RESEND-SOURCE-RECORD.
       MOVE "H" TO RS-RECORD-TYPE.
       MOVE CMP-RUN-DATE TO RS-RUN-DATE.
       MOVE NEW-CIPHER-MODE TO RS-CIPHER-MODE.
       MOVE NEW-OFFSET TO RS-DEFAULT-OFFSET.
       MOVE SPACES TO RS-DEFAULT-KEYWORD.
       IF NEW-VIGENERE-MODE
           MOVE NEW-KEYWORD TO RS-DEFAULT-KEYWORD
       END-IF.
       MOVE ZEROES TO RS-DEFAULT-MULTIPLIER.
       IF NEW-AFFINE-MODE
           MOVE NEW-MULTIPLIER TO RS-DEFAULT-MULTIPLIER
       END-IF.
       MOVE "E" TO RS-RUN-MODE.
       MOVE CRT-CORR-ID(RES-CRT-IX) TO RS-CORRESPONDENT-ID.
       WRITE RESEND-SOURCE-RECORD.
       MOVE 0 TO RSI-MSG-COUNT.
       MOVE 0 TO RSI-CHECKSUM.

*> Cap both groups with trailers computed from what was actually
*> written, so each reconciles on its own at the receiving run.
WriteResendTrailers.
       MOVE SPACES TO CIPHER-OUT-RECORD.
       MOVE "T" TO CO-RECORD-TYPE.
       MOVE OUT-MSG-COUNT TO CO-EXPECTED-COUNT.
       MOVE OUT-CHECKSUM TO CO-CHECKSUM.
       WRITE CIPHER-OUT-RECORD.
       MOVE SPACES TO RESEND-SOURCE-RECORD.
       MOVE "T" TO RS-RECORD-TYPE.
       MOVE RSI-MSG-COUNT TO RS-EXPECTED-COUNT.
       MOVE RSI-CHECKSUM TO RS-CHECKSUM.
       WRITE RESEND-SOURCE-RECORD.
       PERFORM LogTransmission.

*> Put the re-sent group on the transmission log, in its trailer's own
*> numbers, so the desk's acknowledgement has something to match.
LogTransmission.
       IF NOT TXL-OPEN AND NOT TXL-DISABLED
           OPEN EXTEND TXLOG-FILE
           IF TXL-STATUS IS EQUAL TO "00" OR TXL-STATUS IS EQUAL TO "05"
               SET TXL-OPEN TO TRUE
           ELSE
               SET TXL-DISABLED TO TRUE
               DISPLAY FUNCTION CONCATENATE("WARNING: cannot open transmission log CIPHERTXL - file status:" TXL-STATUS " - re-sent groups will not be logged")
           END-IF
       END-IF.
       IF TXL-OPEN
           MOVE SPACES TO TRANSMISSION-LOG-RECORD
           MOVE CMP-RUN-DATE TO TX-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TX-RUN-TIME
           MOVE CRT-CORR-ID(RES-CRT-IX) TO TX-CORRESPONDENT-ID
           MOVE OUT-DEST-NAME TO TX-DESTINATION
           MOVE NEW-CIPHER-MODE TO TX-CIPHER-MODE
           MOVE OUT-MSG-COUNT TO TX-MSG-COUNT
           MOVE OUT-CHECKSUM TO TX-CHECKSUM
           SET TX-FROM-RESEND TO TRUE
           WRITE TRANSMISSION-LOG-RECORD
       END-IF.

ResendArchiveScan.
       OPEN INPUT ARCHIVE-FILE.
       IF ARC-FILE-STATUS IS EQUAL TO "00" OR ARC-FILE-STATUS IS EQUAL TO "05"
           MOVE "N" TO ARC-EOF-SW
           PERFORM UNTIL ARC-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET ARC-EOF TO TRUE
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO HISTORY-RECORD
                       PERFORM TakeResendRecord
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
       END-IF.

ResendMasterScan.
       MOVE "N" TO HIS-EOF-SW.
       MOVE SCAN-FROM TO HIS-RUN-DATE.
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
                   IF HIS-RUN-DATE IS GREATER THAN SCAN-TO
                       SET HIS-EOF TO TRUE
                   ELSE
                       PERFORM TakeResendRecord
                   END-IF
           END-READ
       END-PERFORM.

*> An outbound record of the desk being re-sent, under the old key and
*> inside the window. The stored ciphertext is taken back under the old
*> key and must recover the stored plaintext - a record that does not
*> is reported and left alone rather than re-sent on faith.
TakeResendRecord.
       IF HIS-ACCEPTED AND HIS-KEY-ID IS EQUAL TO OLD-KEY-ID
               AND HIS-RUN-MODE IS EQUAL TO "E"
               AND HIS-RUN-DATE IS GREATER THAN OR EQUAL TO SCAN-FROM
               AND HIS-RUN-DATE IS LESS THAN OR EQUAL TO SCAN-TO
           PERFORM AttributeRecord
           IF IMP-CRT-IX IS EQUAL TO RES-CRT-IX
               PERFORM ReencipherRecord
           END-IF
       END-IF.

ReencipherRecord.
       MOVE FUNCTION UPPER-CASE(HIS-ORIGINAL-TEXT) TO RES-EXPECT.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(RES-EXPECT)) TO str-len.
       MOVE HIS-RESULT-TEXT TO str.
       IF HIS-CIPHER-MODE IS NOT EQUAL TO OLD-CIPHER-MODE
           ADD 1 TO MISMATCH-COUNT
           MOVE FUNCTION CONCATENATE("  NOT RE-SENT " HIS-RUN-DATE " ordinal:" HIS-SEQ " - recorded under cipher mode " HIS-CIPHER-MODE ", key-id " OLD-KEY-ID " is mode " OLD-CIPHER-MODE) TO REPORT-RECORD
           WRITE REPORT-RECORD
       ELSE
           PERFORM DecipherOld
           IF str IS NOT EQUAL TO RES-EXPECT
               ADD 1 TO MISMATCH-COUNT
               MOVE FUNCTION CONCATENATE("  NOT RE-SENT " HIS-RUN-DATE " ordinal:" HIS-SEQ " - stored ciphertext does not recover its plaintext under key-id " OLD-KEY-ID) TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM CheckSentBefore
               IF SENT-FOUND
                   ADD 1 TO SENT-ONCE-COUNT
                   MOVE FUNCTION CONCATENATE("  " HIS-RUN-DATE " ordinal:" HIS-SEQ " - same text already re-sent on " FUNCTION TRIM(OUT-DEST-NAME) " - sent once") TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   *> The new ciphertext faces the Cipher run's screen
                   *> before it goes anywhere - what our own crack reads
                   *> back is held, exactly as the encrypt run holds it
                   PERFORM EncipherNew
                   MOVE RES-EXPECT TO og
                   MOVE str-len TO og-len
                   PERFORM ScreenCiphertext
                   IF SCR-HELD
                       PERFORM HoldResendRecord
                   ELSE
                       PERFORM RememberSent
                       PERFORM WriteResendDetails
                   END-IF
               END-IF
           END-IF
       END-IF.

*> Has this text already gone out on this transmission file in this
*> run? Only text actually sent is remembered - a held text held again
*> is the same verdict, and is reported the same way.
CheckSentBefore.
       MOVE "N" TO SENT-FOUND-SW.
       PERFORM VARYING SENT-IX FROM 1 BY 1 UNTIL SENT-IX > SENT-COUNT OR SENT-FOUND
           IF SENT-DEST(SENT-IX) IS EQUAL TO OUT-DEST-NAME
                   AND SENT-TEXT(SENT-IX) IS EQUAL TO RES-EXPECT
               SET SENT-FOUND TO TRUE
           END-IF
       END-PERFORM.

*> Remember a text going out on this transmission file, until the table
*> fills; past that, warned once and every record is sent.
RememberSent.
       IF SENT-COUNT IS LESS THAN 2000
           ADD 1 TO SENT-COUNT
           MOVE OUT-DEST-NAME TO SENT-DEST(SENT-COUNT)
           MOVE RES-EXPECT TO SENT-TEXT(SENT-COUNT)
       ELSE
           IF NOT SENT-FULL-WARNED
               SET SENT-FULL-WARNED TO TRUE
               DISPLAY "WARNING: re-sent text table is full - repeated texts past this point are sent again"
           END-IF
       END-IF.

*> A re-enciphered message the screen read back: onto CIPHERHLD for
*> re-keying under a stronger key, and onto the report - never onto the
*> transmission file or its source batch twin, so neither trailer
*> counts it and the verify run, which holds it too, stays in step.
HoldResendRecord.
       ADD 1 TO HELD-COUNT.
       ADD 1 TO CRT-HELD-COUNT(RES-CRT-IX).
       MOVE FUNCTION CONCATENATE("  HELD " HIS-RUN-DATE " ordinal:" HIS-SEQ " - Solve screen recovered it with key:" FUNCTION TRIM(SCR-BEST-KEY) " words:" SCR-BEST-WORDS " letters right:" SCR-AGREE-PCT "% - not re-sent") TO REPORT-RECORD.
       WRITE REPORT-RECORD.
       PERFORM WriteHoldRecord.

*> Put a held message on CIPHERHLD the way the Cipher run does - where
*> it sat (the desk, this run's group for it, its place in the group,
*> and the history ordinal it was first recorded under), what the
*> screen's crack found, the ciphertext that stayed home, and the
*> recovered text (the mask, for classified traffic).
WriteHoldRecord.
       IF NOT HLD-OPEN AND NOT HLD-DISABLED
           OPEN EXTEND HOLD-FILE
           IF HLD-STATUS IS EQUAL TO "00" OR HLD-STATUS IS EQUAL TO "05"
               SET HLD-OPEN TO TRUE
           ELSE
               SET HLD-DISABLED TO TRUE
               DISPLAY FUNCTION CONCATENATE("WARNING: cannot open hold file CIPHERHLD - file status:" HLD-STATUS " - held messages stay held, on the report only")
           END-IF
       END-IF.
       IF HLD-OPEN
           MOVE SPACES TO HOLD-RECORD
           MOVE CMP-RUN-DATE TO HL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO HL-RUN-TIME
           MOVE CRT-CORR-ID(RES-CRT-IX) TO HL-CORRESPONDENT-ID
           MOVE GROUP-COUNT TO HL-GROUP-NUMBER
           COMPUTE HL-BATCH-SEQ = CRT-RESENT-COUNT(RES-CRT-IX) + CRT-HELD-COUNT(RES-CRT-IX)
           MOVE HIS-SEQ TO HL-HIS-SEQ
           MOVE NEW-CIPHER-MODE TO HL-CIPHER-MODE
           MOVE NEW-KEY-ID TO HL-KEY-ID
           MOVE HIS-CONFIDENTIAL-FLAG TO HL-CONFIDENTIAL-FLAG
           MOVE SCR-BEST-KEY TO HL-RECOVERED-KEY
           MOVE SCR-BEST-WORDS TO HL-WORDS-MATCHED
           MOVE SCR-AGREE-PCT TO HL-AGREE-PCT
           MOVE str TO HL-CIPHER-TEXT
           IF HIS-CONFIDENTIAL
               MOVE SPACES TO MSG-MASK
               IF str-len IS GREATER THAN 0
                   MOVE ALL "*" TO MSG-MASK(1:str-len)
               END-IF
               MOVE MSG-MASK TO HL-RECOVERED-TEXT
           ELSE
               MOVE SCR-BEST-TEXT TO HL-RECOVERED-TEXT
           END-IF
           WRITE HOLD-RECORD
       END-IF.

*> One re-enciphered message onto both files: the ciphertext, naming
*> the replacement key-id so the desk's run swaps it in, and its
*> plaintext twin on the source batch. Lengths are recomputed from
*> what is written, so both trailers reconcile the way the Cipher
*> run's own do.
WriteResendDetails.
       MOVE SPACES TO CIPHER-OUT-RECORD.
       MOVE "D" TO CO-RECORD-TYPE.
       MOVE str TO CO-MESSAGE-TEXT.
       MOVE NEW-KEY-ID TO CO-KEY-ID.
       MOVE HIS-CONFIDENTIAL-FLAG TO CO-CONFIDENTIAL-FLAG.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(str)) TO OUT-TEXT-LEN.
       MOVE OUT-TEXT-LEN TO CO-MESSAGE-LENGTH.
       WRITE CIPHER-OUT-RECORD.
       ADD 1 TO OUT-MSG-COUNT.
       ADD OUT-TEXT-LEN TO OUT-CHECKSUM.
       MOVE SPACES TO RESEND-SOURCE-RECORD.
       MOVE "D" TO RS-RECORD-TYPE.
       MOVE RES-EXPECT TO RS-MESSAGE-TEXT.
       MOVE NEW-KEY-ID TO RS-KEY-ID.
       MOVE HIS-CONFIDENTIAL-FLAG TO RS-CONFIDENTIAL-FLAG.
       MOVE FUNCTION LENGTH(FUNCTION TRIM(RES-EXPECT)) TO MSG-LEN-CHECK.
       MOVE MSG-LEN-CHECK TO RS-MESSAGE-LENGTH.
       WRITE RESEND-SOURCE-RECORD.
       ADD 1 TO RSI-MSG-COUNT.
       ADD MSG-LEN-CHECK TO RSI-CHECKSUM.
       ADD 1 TO RESENT-COUNT.
       ADD 1 TO CRT-RESENT-COUNT(RES-CRT-IX).

*> The Cipher run's ciphertext screen, to the letter. Enciphered text
*> is in str, its plaintext in og; both come back exactly as they went
*> in. The crack for the replacement key's family - every Caesar
*> shift, every affine key, or the Vigenere keyword hunt - has its best
*> reading held up against the real plaintext: enough dictionary words
*> to be confident, and enough letters right to be readable, means
*> anyone with our Solve could read this message off the wire.
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
           IF NEW-VIGENERE-MODE
               MOVE SCR-CIPHER TO og
               PERFORM SolveVigenere
               MOVE VIG-TOP-TEXT TO SCR-BEST-TEXT
               MOVE VIG-TOP-KEYWORD TO SCR-BEST-KEY
           ELSE
               IF NEW-AFFINE-MODE
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
*> multiplier/offset keys in the Cipher run's order, each alphabet
*> built as it comes, the best-scoring reading kept with its key as
*> "mm/oo".
ScreenAffineKeys.
       PERFORM VARYING SCR-MX FROM 1 BY 1 UNTIL SCR-MX > 12
           MOVE AFF-MULT(SCR-MX) TO SCR-MULT
           PERFORM VARYING SCR-SHIFT FROM 0 BY 1 UNTIL SCR-SHIFT > 25
               MOVE SCR-MULT TO AFF-MULT-WK
               MOVE SCR-SHIFT TO AFF-OFS-WK
               PERFORM BuildAffineAlphabet
               MOVE SCR-CIPHER TO str
               INSPECT str CONVERTING AFF-WORK-ALPHA TO PLAIN-ALPHABET
               PERFORM ScoreEnglishText
               IF SOLVE-SCORE > SCR-BEST-SCORE
                   MOVE SOLVE-SCORE TO SCR-BEST-SCORE
                   MOVE str TO SCR-BEST-TEXT
                   MOVE FUNCTION CONCATENATE(SCR-MULT "/" SCR-SHIFT) TO SCR-BEST-KEY
               END-IF
           END-PERFORM
       END-PERFORM.

*> The Cipher run's Vigenere keyword hunt on the ciphertext in og, run
*> the way its screen runs it - quietly, and without the analysts'
*> confirmed keywords, which the screen never consults either. Every
*> keyword length up to a quarter of the letters gets a full attempt;
*> the best-reading one leaves its text and keyword in VIG-TOP-TEXT
*> and VIG-TOP-KEYWORD.
SolveVigenere.
       MOVE SPACES TO VIG-TOP-TEXT.
       MOVE SPACES TO VIG-TOP-KEYWORD.
       MOVE 0 TO VIG-TOP-LEN.
       MOVE 0 TO VIG-TOP-COMP.
       MOVE FUNCTION UPPER-CASE(og) TO og.
       MOVE SPACES TO VIG-STREAM.
       MOVE 0 TO VIG-STREAM-LEN.
       PERFORM VARYING VIG-I FROM 1 BY 1 UNTIL VIG-I > og-len
           IF og(VIG-I:1) IS NOT EQUAL TO SPACE
               ADD 1 TO VIG-STREAM-LEN
               MOVE og(VIG-I:1) TO VIG-STREAM(VIG-STREAM-LEN:1)
           END-IF
       END-PERFORM.
       IF VIG-STREAM-LEN IS GREATER THAN 0
           COMPUTE VIG-MAX-LEN = VIG-STREAM-LEN / 4
           IF VIG-MAX-LEN IS LESS THAN 1
               MOVE 1 TO VIG-MAX-LEN
           END-IF
           IF VIG-MAX-LEN IS GREATER THAN 20
               MOVE 20 TO VIG-MAX-LEN
           END-IF
           MOVE og-len TO str-len
           MOVE "N" TO VIG-HAVE-TOP-SW
           PERFORM VARYING VIG-TRY-LEN FROM 1 BY 1
                   UNTIL VIG-TRY-LEN > VIG-MAX-LEN
               PERFORM TryVigLength
           END-PERFORM
       END-IF.

*> One candidate keyword length, start to finish: rank each column's
*> shifts, sweep the strongest combinations, polish the leader, and
*> challenge the overall champion. Only a strictly better score takes
*> the title, so the shortest length that explains the message keeps it.
TryVigLength.
       MOVE VIG-TRY-LEN TO VIG-PERIOD.
       IF VIG-PERIOD IS LESS THAN OR EQUAL TO 6
           MOVE 5 TO VIG-WIDTH
       ELSE
           IF VIG-PERIOD IS LESS THAN OR EQUAL TO 9
               MOVE 3 TO VIG-WIDTH
           ELSE
               MOVE 1 TO VIG-WIDTH
           END-IF
       END-IF.
       PERFORM VARYING VIG-COL FROM 1 BY 1 UNTIL VIG-COL > VIG-PERIOD
           PERFORM RankVigColumn
       END-PERFORM.
       MOVE "N" TO VIG-HAVE-L-SW.
       MOVE 1 TO VIG-COMBO-TOTAL.
       PERFORM VIG-PERIOD TIMES
           MULTIPLY VIG-WIDTH BY VIG-COMBO-TOTAL
       END-PERFORM.
       PERFORM VARYING VIG-COL FROM 1 BY 1 UNTIL VIG-COL > VIG-PERIOD
           MOVE 0 TO VIG-ODO(VIG-COL)
       END-PERFORM.
       PERFORM VIG-COMBO-TOTAL TIMES
           PERFORM VARYING VIG-COL FROM 1 BY 1 UNTIL VIG-COL > VIG-PERIOD
               MOVE VIG-CAND(VIG-COL, VIG-ODO(VIG-COL) + 1)
                   TO VIG-KW-SHIFT(VIG-COL)
           END-PERFORM
           PERFORM TryVigKeyword
           PERFORM StepVigOdometer
       END-PERFORM.
       MOVE "Y" TO VIG-IMPROVED-SW.
       PERFORM VARYING VIG-PASS FROM 1 BY 1
               UNTIL VIG-PASS > 3 OR NOT VIG-POLISH-IMPROVED
           MOVE VIG-L-COMP TO VIG-PREV-COMP
           MOVE VIG-L-SHIFTS TO VIG-KW-SHIFTS
           PERFORM VARYING VIG-COL FROM 1 BY 1 UNTIL VIG-COL > VIG-PERIOD
               PERFORM VARYING VIG-SHIFT FROM 0 BY 1 UNTIL VIG-SHIFT > 25
                   MOVE VIG-SHIFT TO VIG-KW-SHIFT(VIG-COL)
                   PERFORM TryVigKeyword
               END-PERFORM
               MOVE VIG-L-SHIFTS TO VIG-KW-SHIFTS
           END-PERFORM
           IF VIG-L-COMP IS GREATER THAN VIG-PREV-COMP
               MOVE "Y" TO VIG-IMPROVED-SW
           ELSE
               MOVE "N" TO VIG-IMPROVED-SW
           END-IF
       END-PERFORM.
       MOVE VIG-L-SHIFTS TO VIG-KW-SHIFTS.
       PERFORM ApplyVigKeyword.
       IF NOT VIG-HAVE-TOP OR VIG-L-COMP IS GREATER THAN VIG-TOP-COMP
           SET VIG-HAVE-TOP TO TRUE
           MOVE VIG-L-COMP TO VIG-TOP-COMP
           MOVE VIG-TRY-LEN TO VIG-TOP-LEN
           MOVE str TO VIG-TOP-TEXT
           MOVE SPACES TO VIG-TOP-KEYWORD
           PERFORM VARYING VIG-COL FROM 1 BY 1 UNTIL VIG-COL > VIG-PERIOD
               COMPUTE VIG-J = FUNCTION ORD("A") + VIG-KW-SHIFT(VIG-COL)
               MOVE FUNCTION CHAR(VIG-J) TO VIG-TOP-KEYWORD(VIG-COL:1)
           END-PERFORM
       END-IF.

*> Rank one column's 26 possible shifts by how English the un-shifted
*> letters read, and shortlist the best VIG-WIDTH of them.
RankVigColumn.
       PERFORM VARYING VIG-SHIFT FROM 0 BY 1 UNTIL VIG-SHIFT > 25
           MOVE 0 TO VIG-SHIFT-SCORE(VIG-SHIFT + 1)
           PERFORM VARYING VIG-I FROM VIG-COL BY VIG-PERIOD
                   UNTIL VIG-I > VIG-STREAM-LEN
               COMPUTE VIG-J = FUNCTION ORD(VIG-STREAM(VIG-I:1))
                   - FUNCTION ORD("A")
               COMPUTE VIG-K = FUNCTION MOD(VIG-J - VIG-SHIFT, 26) + 1
               ADD VIG-LOGP(VIG-K) TO VIG-SHIFT-SCORE(VIG-SHIFT + 1)
           END-PERFORM
       END-PERFORM.
       PERFORM VARYING VIG-W FROM 1 BY 1 UNTIL VIG-W > VIG-WIDTH
           MOVE -9999999 TO VIG-BEST-SC
           MOVE 0 TO VIG-BEST-SH
           PERFORM VARYING VIG-SHIFT FROM 0 BY 1 UNTIL VIG-SHIFT > 25
               IF VIG-SHIFT-SCORE(VIG-SHIFT + 1) IS GREATER THAN VIG-BEST-SC
                   MOVE VIG-SHIFT-SCORE(VIG-SHIFT + 1) TO VIG-BEST-SC
                   MOVE VIG-SHIFT TO VIG-BEST-SH
               END-IF
           END-PERFORM
           MOVE VIG-BEST-SH TO VIG-CAND(VIG-COL, VIG-W)
           MOVE -9999999 TO VIG-SHIFT-SCORE(VIG-BEST-SH + 1)
       END-PERFORM.

*> Decrypt under the keyword shifts in hand, score the result, and
*> crown it this length's leader if it strictly beats the incumbent.
TryVigKeyword.
       PERFORM ApplyVigKeyword.
       PERFORM ScoreEnglishText.
       COMPUTE VIG-COMP = SOLVE-MATCHED-WORDS * 100000
           + SOLVE-VOWEL-COUNT * 100 + 60000 + VIG-LOGP-ACC.
       IF NOT VIG-HAVE-L-BEST OR VIG-COMP IS GREATER THAN VIG-L-COMP
           SET VIG-HAVE-L-BEST TO TRUE
           MOVE VIG-COMP TO VIG-L-COMP
           MOVE VIG-KW-SHIFTS TO VIG-L-SHIFTS
       END-IF.

*> Un-shift the whole message under the keyword shifts in hand - spaces
*> pass through without consuming a key position - accumulating the
*> letter-statistics score on the way.
ApplyVigKeyword.
       MOVE og TO str.
       MOVE 0 TO VIG-KP.
       MOVE 0 TO VIG-LOGP-ACC.
       PERFORM VARYING VIG-I FROM 1 BY 1 UNTIL VIG-I > og-len
           IF og(VIG-I:1) IS NOT EQUAL TO SPACE
               COMPUTE VIG-J = FUNCTION ORD(og(VIG-I:1)) - FUNCTION ORD("A")
               COMPUTE VIG-K = FUNCTION MOD(VIG-J
                   - VIG-KW-SHIFT(FUNCTION MOD(VIG-KP, VIG-PERIOD) + 1), 26)
               COMPUTE VIG-J = FUNCTION ORD("A") + VIG-K
               MOVE FUNCTION CHAR(VIG-J) TO str(VIG-I:1)
               ADD VIG-LOGP(VIG-K + 1) TO VIG-LOGP-ACC
               ADD 1 TO VIG-KP
           END-IF
       END-PERFORM.

*> Advance the combination odometer one notch - lowest column spins
*> fastest, a full wheel carries into the next.
StepVigOdometer.
       MOVE "Y" TO VIG-CARRY-SW.
       MOVE 1 TO VIG-COL.
       PERFORM UNTIL VIG-COL > VIG-PERIOD OR NOT VIG-CARRY
           ADD 1 TO VIG-ODO(VIG-COL)
           IF VIG-ODO(VIG-COL) IS GREATER THAN OR EQUAL TO VIG-WIDTH
               MOVE 0 TO VIG-ODO(VIG-COL)
               ADD 1 TO VIG-COL
           ELSE
               MOVE "N" TO VIG-CARRY-SW
           END-IF
       END-PERFORM.

*> The raw "how English does this read" score of whatever candidate is
*> sitting in str - dictionary words matched weigh 100 apiece, vowels
*> break the ties - exactly as the Cipher run computes it.
ScoreEnglishText.
       MOVE 0 TO SOLVE-VOWEL-COUNT.
       PERFORM VARYING j FROM 1 BY 1 UNTIL j > str-len
           IF str(j:1) = "A" OR str(j:1) = "E" OR str(j:1) = "I"
              OR str(j:1) = "O" OR str(j:1) = "U"
               ADD 1 TO SOLVE-VOWEL-COUNT
           END-IF
       END-PERFORM.
       MOVE SPACES TO SOLVE-TOKENS.
       UNSTRING str(1:str-len) DELIMITED BY SPACE INTO
           SOLVE-TOKEN(1) SOLVE-TOKEN(2) SOLVE-TOKEN(3) SOLVE-TOKEN(4)
           SOLVE-TOKEN(5) SOLVE-TOKEN(6) SOLVE-TOKEN(7) SOLVE-TOKEN(8)
           SOLVE-TOKEN(9) SOLVE-TOKEN(10) SOLVE-TOKEN(11) SOLVE-TOKEN(12)
           SOLVE-TOKEN(13) SOLVE-TOKEN(14) SOLVE-TOKEN(15) SOLVE-TOKEN(16)
           SOLVE-TOKEN(17) SOLVE-TOKEN(18) SOLVE-TOKEN(19) SOLVE-TOKEN(20).
       MOVE 0 TO SOLVE-MATCHED-WORDS.
       PERFORM VARYING n FROM 1 BY 1 UNTIL n > 20
           IF SOLVE-TOKEN(n) IS NOT EQUAL TO SPACES
               PERFORM VARYING m FROM 1 BY 1 UNTIL m > SOLVE-WORD-COUNT
                   IF SOLVE-TOKEN(n) IS EQUAL TO SOLVE-WORD(m)
                       ADD 1 TO SOLVE-MATCHED-WORDS
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.
       COMPUTE SOLVE-SCORE = (SOLVE-MATCHED-WORDS * 100) + SOLVE-VOWEL-COUNT.

*> Seed words first, then every CIPHERDCT line not already in, the way
*> the Cipher run loads its Solve dictionary. An absent file leaves
*> the screen on the seed list alone - as it leaves the Cipher run's.
LoadSolveDictionary.
       MOVE 0 TO SOLVE-WORD-COUNT.
       PERFORM VARYING dw FROM 1 BY 1 UNTIL dw > SOLVE-SEED-COUNT
           ADD 1 TO SOLVE-WORD-COUNT
           MOVE SOLVE-SEED-WORD(dw) TO SOLVE-WORD(SOLVE-WORD-COUNT)
       END-PERFORM.
       MOVE 0 TO DCT-FILE-COUNT.
       OPEN INPUT DICTIONARY-FILE.
       IF DCT-STATUS IS NOT EQUAL TO "00" AND DCT-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("WARNING: dictionary CIPHERDCT not readable - file status:" DCT-STATUS " - the ciphertext screen runs on the seed list alone")
       ELSE
           MOVE "N" TO DCT-EOF-SW
           PERFORM UNTIL DCT-EOF
               READ DICTIONARY-FILE
                   AT END
                       SET DCT-EOF TO TRUE
                   NOT AT END
                       PERFORM TakeDictionaryWord
               END-READ
           END-PERFORM
           CLOSE DICTIONARY-FILE
       END-IF.

*> One CIPHERDCT line into the table, if it earns its place.
TakeDictionaryWord.
       IF DICTIONARY-RECORD IS EQUAL TO SPACES
               OR DICTIONARY-RECORD(1:1) IS EQUAL TO "*"
           CONTINUE
       ELSE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DICTIONARY-RECORD)) TO DCT-WORD
           MOVE "N" TO DCT-DUP-SW
           PERFORM VARYING dw FROM 1 BY 1
                   UNTIL dw > SOLVE-WORD-COUNT OR DCT-DUP
               IF SOLVE-WORD(dw) IS EQUAL TO DCT-WORD
                   SET DCT-DUP TO TRUE
               END-IF
           END-PERFORM
           IF NOT DCT-DUP
               IF SOLVE-WORD-COUNT IS LESS THAN 5000
                   ADD 1 TO SOLVE-WORD-COUNT
                   MOVE DCT-WORD TO SOLVE-WORD(SOLVE-WORD-COUNT)
                   ADD 1 TO DCT-FILE-COUNT
               ELSE
                   IF NOT DCT-FULL-WARNED
                       SET DCT-FULL-WARNED TO TRUE
                       DISPLAY "WARNING: ciphertext screen dictionary table is full - remaining CIPHERDCT entries ignored"
                   END-IF
               END-IF
           END-IF
       END-IF.

*> Take str back to plaintext under the compromised key - the same
*> single-stroke substitutions the Cipher run's Decrypt uses.
DecipherOld.
       IF OLD-VIGENERE-MODE
           MOVE OLD-KEYWORD-LEN TO SPLIT-KEY-LEN
           PERFORM SplitKeyColumns
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > SPLIT-KEY-LEN
               INSPECT VIGG-BUF(j) CONVERTING OLDK-ALPHA(j) TO PLAIN-ALPHABET
           END-PERFORM
           PERFORM JoinKeyColumns
       ELSE
           IF OLD-AFFINE-MODE
               INSPECT str CONVERTING OLD-AFF-ALPHA TO PLAIN-ALPHABET
           ELSE
               INSPECT str CONVERTING SHIFT-ALPHA(OLD-OFFSET + 1) TO PLAIN-ALPHABET
           END-IF
       END-IF.

*> And forward again under the replacement key.
EncipherNew.
       IF NEW-VIGENERE-MODE
           MOVE NEW-KEYWORD-LEN TO SPLIT-KEY-LEN
           PERFORM SplitKeyColumns
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > SPLIT-KEY-LEN
               INSPECT VIGG-BUF(j) CONVERTING PLAIN-ALPHABET TO NEWK-ALPHA(j)
           END-PERFORM
           PERFORM JoinKeyColumns
       ELSE
           IF NEW-AFFINE-MODE
               INSPECT str CONVERTING PLAIN-ALPHABET TO NEW-AFF-ALPHA
           ELSE
               INSPECT str CONVERTING PLAIN-ALPHABET TO SHIFT-ALPHA(NEW-OFFSET + 1)
           END-IF
       END-IF.

*> Split str into its keyword-position columns - spaces pass through
*> without consuming a key position, exactly as the cipher spends them.
SplitKeyColumns.
       PERFORM VARYING j FROM 1 BY 1 UNTIL j > SPLIT-KEY-LEN
           MOVE 0 TO VIGG-LEN(j)
           MOVE SPACES TO VIGG-BUF(j)
       END-PERFORM.
       MOVE 0 TO KEY-POS.
       PERFORM VARYING i FROM 1 BY 1 UNTIL i > str-len
           IF str(i:1) IS NOT EQUAL TO SPACE
               COMPUTE j = FUNCTION MOD(KEY-POS, SPLIT-KEY-LEN) + 1
               ADD 1 TO VIGG-LEN(j)
               MOVE str(i:1) TO VIGG-BUF(j)(VIGG-LEN(j):1)
               MOVE i TO VIGG-POS(j, VIGG-LEN(j))
               ADD 1 TO KEY-POS
           END-IF
       END-PERFORM.

JoinKeyColumns.
       PERFORM VARYING j FROM 1 BY 1 UNTIL j > SPLIT-KEY-LEN
           PERFORM VARYING m FROM 1 BY 1 UNTIL m > VIGG-LEN(j)
               MOVE VIGG-BUF(j)(m:1) TO str(VIGG-POS(j, m):1)
           END-PERFORM
       END-PERFORM.

*> Build the 26 shifted alphabets - row s+1 is the plain alphabet
*> advanced by s.
BuildShiftAlphabets.
       PERFORM VARYING i FROM 0 BY 1 UNTIL i > 25
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > 26
               COMPUTE k = FUNCTION MOD(j - 1 + i, 26) + 1
               MOVE PLAIN-ALPHABET(k:1) TO SHIFT-ALPHA(i + 1)(j:1)
           END-PERFORM
       END-PERFORM.

*> One affine key's alphabet - letter x to (AFF-MULT-WK * x +
*> AFF-OFS-WK) mod 26.
BuildAffineAlphabet.
       PERFORM VARYING j FROM 1 BY 1 UNTIL j > 26
           COMPUTE k = FUNCTION MOD(AFF-MULT-WK * (j - 1) + AFF-OFS-WK, 26) + 1
           MOVE PLAIN-ALPHABET(k:1) TO AFF-WORK-ALPHA(j:1)
       END-PERFORM.

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
