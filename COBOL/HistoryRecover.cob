IDENTIFICATION DIVISION.
PROGRAM-ID. HistoryRecover.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The permanent message history master. An image run reads it
    *> front to back; a recovery run opens it I-O and puts back what
    *> the image copy and the journals hold and it does not - into a
    *> freshly defined empty master (created here if missing), or into
    *> a damaged one that kept part of its records. DYNAMIC for the
    *> START-then-read-next walk and the keyed writes alike.
    SELECT HISTORY-FILE ASSIGN TO "CIPHERHIS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIS-KEY
        FILE STATUS IS HIS-FILE-STATUS.
    *> The full image copy of the master - every record in key order,
    *> in its HISTREC shape like an archive generation. Written by an
    *> image run, read back by a recovery run; OPTIONAL, so a master
    *> that never had an image taken is rebuilt from journals alone.
    SELECT OPTIONAL IMAGE-FILE ASSIGN TO "CIPHERIMG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IMG-FILE-STATUS.
    *> The Cipher runs' journal generations since the image copy, the
    *> operator allocating them here oldest first, one after another -
    *> each generation still opens on its own header and closes on its
    *> own trailer, so the run sees where one run's records stop.
    *> OPTIONAL: an image copy taken after the last run needs none.
    SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "CIPHERJNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JNL-STATUS.
    *> What this run did, reviewable without the job log - for a
    *> recovery, every run date and ordinal range put back and where
    *> it came from.
    SELECT RECOVER-RPT-FILE ASSIGN TO "HISRCVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RPT-FILE-STATUS.
    *> The same permanent audit trail every run appends to. A recovery
    *> run also reads it first, for the latest retention cutoff.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CIPHERAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUD-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HISTORY-FILE.
       COPY HISTREC.

*> Same HISTREC shape as the master - only the data names differ, so
*> the two FDs can coexist in one program.
FD  IMAGE-FILE.
       COPY HISTREC REPLACING ==HISTORY-RECORD== BY ==IMAGE-RECORD==
                              LEADING ==HIS== BY ==IMG==.

FD  JOURNAL-FILE.
       COPY JNLREC.

FD  RECOVER-RPT-FILE.
       01 RECOVER-RPT-RECORD PIC x(132).

FD  AUDIT-FILE.
       01 AUDIT-RECORD PIC x(132).

WORKING-STORAGE SECTION.
       01 HIS-FILE-STATUS PIC x(02).
       01 IMG-FILE-STATUS PIC x(02).
       01 JNL-STATUS PIC x(02).
       01 RPT-FILE-STATUS PIC x(02).
       01 AUD-STATUS PIC x(02).
       01 HIS-EOF-SW PIC x(1) VALUE "N".
           88 HIS-EOF VALUE "Y".
       01 IMG-EOF-SW PIC x(1) VALUE "N".
           88 IMG-EOF VALUE "Y".
       01 JNL-EOF-SW PIC x(1) VALUE "N".
           88 JNL-EOF VALUE "Y".
       01 AUD-EOF-SW PIC x(1) VALUE "N".
           88 AUD-EOF VALUE "Y".
       01 RCV-RUN-DATE PIC x(8).
       01 RCV-RUN-TIME PIC x(6).
       *> The PARM: "IMAGE" to take a full image copy of the master, or
       *> "RECOVER" to rebuild it, optionally followed by a retention
       *> cutoff ("RECOVER 20240101") to use instead of the one the
       *> audit trail shows. Made mandatory on purpose: a defaulted
       *> mode is how a rebuild runs against a master nobody lost.
       01 PARM-FIELD PIC x(40).
       01 PARM-MODE-TOK PIC x(20).
       01 PARM-CUTOFF-TOK PIC x(20).
       01 PARM-EXTRA-TOK PIC x(20).
       01 RCV-MODE PIC x(8).
           88 RCV-IMAGE VALUE "IMAGE".
           88 RCV-RECOVER VALUE "RECOVER".
       *> The retention cutoff the rebuild honors - anything dated
       *> strictly before it was cut to the archive by a HistoryRetain
       *> run and must not come back onto the master. Taken from the
       *> latest retention run the audit trail shows reconciled OK (a
       *> failed one may have left records on the master only), unless
       *> the PARM names one. Zeros when no retention has ever run.
       01 CUTOFF-DATE PIC x(8) VALUE ZEROES.
       01 CUTOFF-NUM REDEFINES CUTOFF-DATE.
           05 CUTOFF-YYYY PIC 9(4).
           05 CUTOFF-MM PIC 9(2).
           05 CUTOFF-DD PIC 9(2).
       01 CUTOFF-SOURCE PIC x(40) VALUE "no retention run on the audit trail".
       01 AUD-TOKENS.
           05 AUD-TOK PIC x(24) OCCURS 10 TIMES.
       *> What the rebuild did with every record it was offered - put
       *> back, already on the master, dated before the cutoff, or
       *> refused by the master outright
       01 OFFERED-COUNT PIC 9(9) VALUE 0.
       01 RESTORED-COUNT PIC 9(9) VALUE 0.
       01 PRESENT-COUNT PIC 9(9) VALUE 0.
       01 PURGED-COUNT PIC 9(9) VALUE 0.
       01 FAILED-COUNT PIC 9(9) VALUE 0.
       01 IMAGED-COUNT PIC 9(9) VALUE 0.
       *> The source being applied - the image copy, or one journal
       *> generation - and what it has contributed so far
       01 SRC-LABEL PIC x(40).
       01 SRC-OFFERED PIC 9(9).
       01 SRC-RESTORED PIC 9(9).
       01 SRC-PRESENT PIC 9(9).
       01 SRC-PURGED PIC 9(9).
       01 SRC-FAILED PIC 9(9).
       *> Journal generation bookkeeping - a generation is open from its
       *> header until its trailer; one still open when the next header
       *> or the end of the journals arrives is a run that died
       01 GEN-OPEN-SW PIC x(1) VALUE "N".
           88 GEN-OPEN VALUE "Y".
       01 GEN-RUN-DATE PIC x(8).
       01 GEN-RUN-TIME PIC x(6).
       01 GEN-COUNT PIC 9(5) VALUE 0.
       01 UNTRAILED-COUNT PIC 9(5) VALUE 0.
       01 MISMATCH-COUNT PIC 9(5) VALUE 0.
       01 STRAY-COUNT PIC 9(9) VALUE 0.
       01 BAD-TYPE-COUNT PIC 9(9) VALUE 0.
       *> The run of consecutive ordinals on one run date being put back
       *> right now - written out as one report line the moment the next
       *> restored record does not extend it
       01 RNG-OPEN-SW PIC x(1) VALUE "N".
           88 RNG-OPEN VALUE "Y".
       01 RNG-DATE PIC x(8).
       01 RNG-FIRST-SEQ PIC 9(7).
       01 RNG-LAST-SEQ PIC 9(7).
       01 RNG-COUNT PIC 9(7).
       01 RANGE-COUNT PIC 9(7) VALUE 0.
       *> 0 clean, 4 no image copy or a generation cut short, 8 a
       *> damaged generation or a record the master refused, 12
       *> unusable PARM or files
       01 WORST-CONDITION PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
Begin.
       MOVE FUNCTION CURRENT-DATE(1:8) TO RCV-RUN-DATE.
       MOVE FUNCTION CURRENT-DATE(9:6) TO RCV-RUN-TIME.

       ACCEPT PARM-FIELD FROM COMMAND-LINE.
       MOVE SPACES TO PARM-MODE-TOK PARM-CUTOFF-TOK PARM-EXTRA-TOK.
       UNSTRING FUNCTION TRIM(PARM-FIELD) DELIMITED BY ALL " "
           INTO PARM-MODE-TOK PARM-CUTOFF-TOK PARM-EXTRA-TOK.
       MOVE PARM-MODE-TOK TO RCV-MODE.
       IF (NOT RCV-IMAGE AND NOT RCV-RECOVER)
               OR PARM-MODE-TOK(9:12) IS NOT EQUAL TO SPACES
               OR PARM-EXTRA-TOK IS NOT EQUAL TO SPACES
               OR (RCV-IMAGE AND PARM-CUTOFF-TOK IS NOT EQUAL TO SPACES)
           DISPLAY FUNCTION CONCATENATE("ERROR: PARM '" FUNCTION TRIM(PARM-FIELD) "' is not IMAGE or RECOVER [cutoff] - nothing touched")
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF PARM-CUTOFF-TOK IS NOT EQUAL TO SPACES
           MOVE PARM-CUTOFF-TOK TO CUTOFF-DATE
           IF CUTOFF-DATE IS NOT NUMERIC
                   OR PARM-CUTOFF-TOK(9:12) IS NOT EQUAL TO SPACES
                   OR CUTOFF-MM IS LESS THAN 1 OR CUTOFF-MM IS GREATER THAN 12
                   OR CUTOFF-DD IS LESS THAN 1 OR CUTOFF-DD IS GREATER THAN 31
               DISPLAY FUNCTION CONCATENATE("ERROR: retention cutoff '" FUNCTION TRIM(PARM-CUTOFF-TOK) "' is not a valid yyyymmdd date - nothing touched")
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CUTOFF-DATE IS GREATER THAN OR EQUAL TO RCV-RUN-DATE
               *> A cutoff at or past today would keep live traffic off
               *> the rebuilt master - refuse
               DISPLAY FUNCTION CONCATENATE("ERROR: retention cutoff " CUTOFF-DATE " is not in the past - nothing touched")
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "set on the PARM" TO CUTOFF-SOURCE
       END-IF.

       OPEN OUTPUT RECOVER-RPT-FILE.
       IF RPT-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open HISRCVRPT - file status:" RPT-FILE-STATUS)
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE FUNCTION CONCATENATE("History Recovery - Run Date: " RCV-RUN-DATE " Mode: " RCV-MODE) TO RECOVER-RPT-RECORD.
       WRITE RECOVER-RPT-RECORD.

       IF RCV-IMAGE
           PERFORM TakeImageCopy
       ELSE
           PERFORM RebuildMaster
       END-IF.

       CLOSE RECOVER-RPT-FILE.
       MOVE WORST-CONDITION TO RETURN-CODE.
       STOP RUN.

*> The image run - the whole master, front to back, onto a fresh
*> CIPHERIMG generation. The journal generations the Cipher runs write
*> from here on are what a rebuild lays on top of it.
TakeImageCopy.
       OPEN INPUT HISTORY-FILE.
       IF HIS-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open history master CIPHERHIS - file status:" HIS-FILE-STATUS)
           CLOSE RECOVER-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN OUTPUT IMAGE-FILE.
       IF IMG-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open image copy CIPHERIMG - file status:" IMG-FILE-STATUS)
           CLOSE HISTORY-FILE
           CLOSE RECOVER-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM OpenAuditExtend.
       MOVE FUNCTION CONCATENATE("AUDIT HISRCV START " RCV-RUN-DATE " " RCV-RUN-TIME " mode:IMAGE") TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

       MOVE LOW-VALUES TO HIS-KEY.
       START HISTORY-FILE KEY IS GREATER THAN OR EQUAL TO HIS-KEY
           INVALID KEY
               SET HIS-EOF TO TRUE
       END-START.
       PERFORM UNTIL HIS-EOF
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET HIS-EOF TO TRUE
               NOT AT END
                   MOVE HISTORY-RECORD TO IMAGE-RECORD
                   *> Records written before the history record was
                   *> cleared ahead of filling carry low-values in their
                   *> unused tail - blanked, so the image is plain text
                   INSPECT IMAGE-RECORD REPLACING ALL LOW-VALUES BY SPACES
                   WRITE IMAGE-RECORD
                   IF IMG-FILE-STATUS IS NOT EQUAL TO "00"
                       *> An image with a hole in it is no image at all -
                       *> stop, and let the return code say so
                       DISPLAY FUNCTION CONCATENATE("ERROR: image copy write failed at " HIS-RUN-DATE " ordinal " HIS-SEQ " - file status:" IMG-FILE-STATUS " - this image copy is not usable")
                       MOVE 12 TO WORST-CONDITION
                       SET HIS-EOF TO TRUE
                   ELSE
                       ADD 1 TO IMAGED-COUNT
                   END-IF
           END-READ
       END-PERFORM.

       CLOSE IMAGE-FILE.
       CLOSE HISTORY-FILE.

       IF WORST-CONDITION IS EQUAL TO 0
           MOVE FUNCTION CONCATENATE("Image Copy Complete - Records: " IMAGED-COUNT) TO RECOVER-RPT-RECORD
       ELSE
           MOVE FUNCTION CONCATENATE("IMAGE COPY FAILED - Records written before the failure: " IMAGED-COUNT) TO RECOVER-RPT-RECORD
       END-IF.
       DISPLAY FUNCTION TRIM(RECOVER-RPT-RECORD TRAILING).
       WRITE RECOVER-RPT-RECORD.

       MOVE FUNCTION CURRENT-DATE(9:6) TO RCV-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT HISRCV END   " RCV-RUN-DATE " " RCV-RUN-TIME " mode:IMAGE imaged:" IMAGED-COUNT " rc:" WORST-CONDITION) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.

*> The recovery run - image copy first, then every journal generation
*> in the order allocated, each record put back unless the master
*> already has it or the retention cutoff says it belongs to the
*> archive. The duplicate screen in the Cipher run loads today's
*> records from this master, so a rebuilt master is also a working
*> screen again.
RebuildMaster.
       IF PARM-CUTOFF-TOK IS EQUAL TO SPACES
           PERFORM FindRetentionCutoff
       END-IF.
       MOVE FUNCTION CONCATENATE("Retention Cutoff: " CUTOFF-DATE " - " FUNCTION TRIM(CUTOFF-SOURCE) " - records dated before it stay on the archive") TO RECOVER-RPT-RECORD.
       WRITE RECOVER-RPT-RECORD.

       OPEN I-O HISTORY-FILE.
       IF HIS-FILE-STATUS IS EQUAL TO "35"
           OPEN OUTPUT HISTORY-FILE
           IF HIS-FILE-STATUS IS EQUAL TO "00"
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
       END-IF.
       IF HIS-FILE-STATUS IS NOT EQUAL TO "00"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open history master CIPHERHIS - file status:" HIS-FILE-STATUS)
           CLOSE RECOVER-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       OPEN INPUT IMAGE-FILE.
       IF IMG-FILE-STATUS IS NOT EQUAL TO "00" AND IMG-FILE-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open image copy CIPHERIMG - file status:" IMG-FILE-STATUS)
           CLOSE HISTORY-FILE
           CLOSE RECOVER-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF IMG-FILE-STATUS IS EQUAL TO "05"
           DISPLAY "WARNING: no image copy CIPHERIMG allocated - master rebuilt from the journals alone"
           MOVE "WARNING: no image copy allocated - master rebuilt from the journals alone" TO RECOVER-RPT-RECORD
           WRITE RECOVER-RPT-RECORD
           MOVE 4 TO WORST-CONDITION
       END-IF.

       OPEN INPUT JOURNAL-FILE.
       IF JNL-STATUS IS NOT EQUAL TO "00" AND JNL-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open history journal CIPHERJNL - file status:" JNL-STATUS)
           CLOSE IMAGE-FILE
           CLOSE HISTORY-FILE
           CLOSE RECOVER-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       PERFORM OpenAuditExtend.
       MOVE FUNCTION CONCATENATE("AUDIT HISRCV START " RCV-RUN-DATE " " RCV-RUN-TIME " mode:RECOVER cutoff:" CUTOFF-DATE) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.

       MOVE SPACES TO RECOVER-RPT-RECORD.
       WRITE RECOVER-RPT-RECORD.
       MOVE "Image Copy CIPHERIMG" TO RECOVER-RPT-RECORD.
       WRITE RECOVER-RPT-RECORD.
       MOVE "image copy" TO SRC-LABEL.
       PERFORM ResetSourceCounts.
       PERFORM UNTIL IMG-EOF
           READ IMAGE-FILE
               AT END
                   SET IMG-EOF TO TRUE
               NOT AT END
                   MOVE IMAGE-RECORD TO HISTORY-RECORD
                   PERFORM ApplyRecord
           END-READ
       END-PERFORM.
       PERFORM WriteSourceTotals.

       PERFORM UNTIL JNL-EOF
           READ JOURNAL-FILE
               AT END
                   SET JNL-EOF TO TRUE
               NOT AT END
                   PERFORM ApplyJournalRecord
           END-READ
       END-PERFORM.
       IF GEN-OPEN
           PERFORM CloseUntrailedGeneration
       ELSE
           IF SRC-LABEL IS NOT EQUAL TO SPACES
               PERFORM WriteSourceTotals
           END-IF
       END-IF.

       CLOSE JOURNAL-FILE.
       CLOSE IMAGE-FILE.
       CLOSE HISTORY-FILE.

       MOVE SPACES TO RECOVER-RPT-RECORD.
       WRITE RECOVER-RPT-RECORD.
       MOVE FUNCTION CONCATENATE("Recovery Totals - Offered:" OFFERED-COUNT " Restored:" RESTORED-COUNT " Already Present:" PRESENT-COUNT " Before Cutoff:" PURGED-COUNT " Refused:" FAILED-COUNT) TO RECOVER-RPT-RECORD.
       DISPLAY FUNCTION TRIM(RECOVER-RPT-RECORD TRAILING).
       WRITE RECOVER-RPT-RECORD.
       MOVE FUNCTION CONCATENATE("Journal Generations: " GEN-COUNT " Cut Short: " UNTRAILED-COUNT " Trailer Mismatches: " MISMATCH-COUNT " Ranges Restored: " RANGE-COUNT) TO RECOVER-RPT-RECORD.
       DISPLAY FUNCTION TRIM(RECOVER-RPT-RECORD TRAILING).
       WRITE RECOVER-RPT-RECORD.
       IF STRAY-COUNT IS GREATER THAN 0 OR BAD-TYPE-COUNT IS GREATER THAN 0
           MOVE FUNCTION CONCATENATE("Journal Records Outside a Generation: " STRAY-COUNT " Unrecognized Journal Records: " BAD-TYPE-COUNT) TO RECOVER-RPT-RECORD
           DISPLAY FUNCTION TRIM(RECOVER-RPT-RECORD TRAILING)
           WRITE RECOVER-RPT-RECORD
       END-IF.

       MOVE FUNCTION CURRENT-DATE(9:6) TO RCV-RUN-TIME.
       MOVE FUNCTION CONCATENATE("AUDIT HISRCV END   " RCV-RUN-DATE " " RCV-RUN-TIME " restored:" RESTORED-COUNT " present:" PRESENT-COUNT " purged:" PURGED-COUNT " refused:" FAILED-COUNT " generations:" GEN-COUNT " rc:" WORST-CONDITION) TO AUDIT-RECORD.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.

*> The latest cutoff a retention run applied and reconciled. Every
*> "AUDIT RETAIN END" line carries its cutoff; the highest one whose
*> reconciliation came out OK is the line past which the archive, not
*> the master, is the system of record.
FindRetentionCutoff.
       OPEN INPUT AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot read CIPHERAUD for the retention cutoff - file status:" AUD-STATUS " - rerun with the cutoff on the PARM")
           CLOSE RECOVER-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL AUD-EOF
           READ AUDIT-FILE
               AT END
                   SET AUD-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO AUD-TOKENS
                   UNSTRING AUDIT-RECORD DELIMITED BY ALL " " INTO
                       AUD-TOK(1) AUD-TOK(2) AUD-TOK(3) AUD-TOK(4) AUD-TOK(5)
                       AUD-TOK(6) AUD-TOK(7) AUD-TOK(8) AUD-TOK(9) AUD-TOK(10)
                   IF AUD-TOK(1) IS EQUAL TO "AUDIT"
                           AND AUD-TOK(2) IS EQUAL TO "RETAIN"
                           AND AUD-TOK(3) IS EQUAL TO "END"
                           AND AUD-TOK(6)(1:7) IS EQUAL TO "cutoff:"
                           AND AUD-TOK(9) IS EQUAL TO "reconciliation:OK"
                           AND AUD-TOK(6)(8:8) IS GREATER THAN CUTOFF-DATE
                       MOVE AUD-TOK(6)(8:8) TO CUTOFF-DATE
                       MOVE FUNCTION CONCATENATE("retention run of " AUD-TOK(4)) TO CUTOFF-SOURCE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE AUDIT-FILE.

OpenAuditExtend.
       OPEN EXTEND AUDIT-FILE.
       IF AUD-STATUS IS NOT EQUAL TO "00" AND AUD-STATUS IS NOT EQUAL TO "05"
           DISPLAY FUNCTION CONCATENATE("ERROR: cannot open CIPHERAUD - file status:" AUD-STATUS)
           CLOSE HISTORY-FILE
           CLOSE IMAGE-FILE
           IF RCV-RECOVER
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE RECOVER-RPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

*> One journal record. Headers and trailers frame a generation; a
*> detail is a history record to put back.
ApplyJournalRecord.
       IF JR-HEADER
           IF GEN-OPEN
               PERFORM CloseUntrailedGeneration
           END-IF
           PERFORM StartGeneration
       ELSE IF JR-DETAIL
           IF NOT GEN-OPEN
               *> A detail with no header ahead of it - the generation's
               *> front was lost. The record is still a history record
               *> and goes back like any other, under its own label.
               ADD 1 TO STRAY-COUNT
               IF SRC-LABEL IS EQUAL TO SPACES
                   MOVE "journal records outside a generation" TO SRC-LABEL
                   PERFORM ResetSourceCounts
                   MOVE SPACES TO RECOVER-RPT-RECORD
                   WRITE RECOVER-RPT-RECORD
                   MOVE "Journal Records Outside a Generation - no header ahead of them" TO RECOVER-RPT-RECORD
                   WRITE RECOVER-RPT-RECORD
               END-IF
               IF WORST-CONDITION IS LESS THAN 8
                   MOVE 8 TO WORST-CONDITION
               END-IF
           END-IF
           MOVE JR-BODY TO HISTORY-RECORD
           PERFORM ApplyRecord
       ELSE IF JR-TRAILER
           PERFORM EndGeneration
       ELSE
           ADD 1 TO BAD-TYPE-COUNT
           DISPLAY FUNCTION CONCATENATE("WARNING: unrecognized journal record type '" JR-RECORD-TYPE "' skipped")
           IF WORST-CONDITION IS LESS THAN 8
               MOVE 8 TO WORST-CONDITION
           END-IF.

StartGeneration.
       IF SRC-LABEL IS NOT EQUAL TO SPACES
           PERFORM WriteSourceTotals
       END-IF.
       SET GEN-OPEN TO TRUE.
       ADD 1 TO GEN-COUNT.
       MOVE JR-RUN-DATE TO GEN-RUN-DATE.
       MOVE JR-RUN-TIME TO GEN-RUN-TIME.
       MOVE FUNCTION CONCATENATE("journal of run " GEN-RUN-DATE " " GEN-RUN-TIME) TO SRC-LABEL.
       PERFORM ResetSourceCounts.
       MOVE SPACES TO RECOVER-RPT-RECORD.
       WRITE RECOVER-RPT-RECORD.
       MOVE FUNCTION CONCATENATE("Journal Generation " GEN-COUNT " - Run " GEN-RUN-DATE " " GEN-RUN-TIME " run-mode:" JR-RUN-MODE " cipher:" JR-CIPHER-MODE " restart:" JR-RESTART-FLAG) TO RECOVER-RPT-RECORD.
       WRITE RECOVER-RPT-RECORD.

*> A generation's trailer - its detail count must match what was read
*> under its header, or records went missing between the run that
*> wrote them and this one.
EndGeneration.
       IF NOT GEN-OPEN
           DISPLAY FUNCTION CONCATENATE("WARNING: journal trailer of run " JR-RUN-DATE " " JR-RUN-TIME " has no header ahead of it")
           ADD 1 TO MISMATCH-COUNT
           IF WORST-CONDITION IS LESS THAN 8
               MOVE 8 TO WORST-CONDITION
           END-IF
       ELSE
           PERFORM WriteRange
           IF JR-DETAIL-COUNT IS NOT EQUAL TO SRC-OFFERED
               ADD 1 TO MISMATCH-COUNT
               IF WORST-CONDITION IS LESS THAN 8
                   MOVE 8 TO WORST-CONDITION
               END-IF
               DISPLAY FUNCTION CONCATENATE("WARNING: journal of run " GEN-RUN-DATE " " GEN-RUN-TIME " trailer counts " JR-DETAIL-COUNT " details, " SRC-OFFERED " read - generation damaged")
               MOVE FUNCTION CONCATENATE("  TRAILER MISMATCH - trailer counts " JR-DETAIL-COUNT " details, " SRC-OFFERED " read - generation damaged") TO RECOVER-RPT-RECORD
               WRITE RECOVER-RPT-RECORD
           END-IF
           PERFORM WriteSourceTotals
           MOVE "N" TO GEN-OPEN-SW
       END-IF.

*> A generation still open when the next one starts or the journals
*> run out - the run that wrote it ended before closing its journal.
*> Whatever it did journal is applied as found; it is exactly the
*> traffic the image copy cannot have.
CloseUntrailedGeneration.
       PERFORM WriteRange.
       ADD 1 TO UNTRAILED-COUNT.
       IF WORST-CONDITION IS LESS THAN 4
           MOVE 4 TO WORST-CONDITION
       END-IF.
       DISPLAY FUNCTION CONCATENATE("WARNING: journal of run " GEN-RUN-DATE " " GEN-RUN-TIME " has no trailer - run ended before closing it; " SRC-OFFERED " records applied as found").
       MOVE FUNCTION CONCATENATE("  NO TRAILER - run ended before closing its journal; " SRC-OFFERED " records applied as found") TO RECOVER-RPT-RECORD.
       WRITE RECOVER-RPT-RECORD.
       PERFORM WriteSourceTotals.
       MOVE "N" TO GEN-OPEN-SW.

*> One history record offered back to the master.
ApplyRecord.
       ADD 1 TO OFFERED-COUNT SRC-OFFERED.
       IF HIS-RUN-DATE IS LESS THAN CUTOFF-DATE
           ADD 1 TO PURGED-COUNT SRC-PURGED
       ELSE
           WRITE HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF HIS-FILE-STATUS IS EQUAL TO "00"
               ADD 1 TO RESTORED-COUNT SRC-RESTORED
               PERFORM NoteRestored
           ELSE
               IF HIS-FILE-STATUS IS EQUAL TO "22"
                   ADD 1 TO PRESENT-COUNT SRC-PRESENT
               ELSE
                   ADD 1 TO FAILED-COUNT SRC-FAILED
                   DISPLAY FUNCTION CONCATENATE("WARNING: history master refused " HIS-RUN-DATE " ordinal " HIS-SEQ " - file status:" HIS-FILE-STATUS)
                   IF WORST-CONDITION IS LESS THAN 8
                       MOVE 8 TO WORST-CONDITION
                   END-IF
               END-IF
           END-IF
       END-IF.

*> Extend the current range when the record is the next ordinal on the
*> same run date; otherwise report the range so far and start anew.
NoteRestored.
       IF RNG-OPEN AND HIS-RUN-DATE IS EQUAL TO RNG-DATE
               AND HIS-SEQ IS EQUAL TO RNG-LAST-SEQ + 1
           MOVE HIS-SEQ TO RNG-LAST-SEQ
           ADD 1 TO RNG-COUNT
       ELSE
           PERFORM WriteRange
           SET RNG-OPEN TO TRUE
           MOVE HIS-RUN-DATE TO RNG-DATE
           MOVE HIS-SEQ TO RNG-FIRST-SEQ
           MOVE HIS-SEQ TO RNG-LAST-SEQ
           MOVE 1 TO RNG-COUNT
       END-IF.

*> One restored range - on the report under its source, and on the
*> audit trail, so "what did the rebuild put back" is answerable for
*> as long as the trail is kept.
WriteRange.
       IF RNG-OPEN
           ADD 1 TO RANGE-COUNT
           MOVE FUNCTION CONCATENATE("  Restored run date " RNG-DATE " ordinals " RNG-FIRST-SEQ " - " RNG-LAST-SEQ " (" RNG-COUNT " records)") TO RECOVER-RPT-RECORD
           WRITE RECOVER-RPT-RECORD
           MOVE FUNCTION CURRENT-DATE(9:6) TO RCV-RUN-TIME
           MOVE FUNCTION CONCATENATE("AUDIT HISRCV RANGE " RCV-RUN-DATE " " RCV-RUN-TIME " run-date:" RNG-DATE " from:" RNG-FIRST-SEQ " to:" RNG-LAST-SEQ " records:" RNG-COUNT) TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE "N" TO RNG-OPEN-SW
       END-IF.

ResetSourceCounts.
       MOVE 0 TO SRC-OFFERED SRC-RESTORED SRC-PRESENT SRC-PURGED SRC-FAILED.

*> Close off a source - its last range, then what it contributed.
WriteSourceTotals.
       PERFORM WriteRange.
       MOVE FUNCTION CONCATENATE("  " FUNCTION TRIM(SRC-LABEL) " - offered:" SRC-OFFERED " restored:" SRC-RESTORED " present:" SRC-PRESENT " purged:" SRC-PURGED " refused:" SRC-FAILED) TO RECOVER-RPT-RECORD.
       WRITE RECOVER-RPT-RECORD.
       MOVE SPACES TO SRC-LABEL.
