*> QUARREC - inbound quarantine record layout for the CIPHERQTN file.
*> Every record of a desk's inbound file that failed intake - a group
*> header the correspondent master refuses, a trailer that does not
*> reconcile, records out of place - lands here whole, in its original
*> CIPHREC layout plus the one reason the file was stopped for, so one
*> bad file is set aside without holding up the night's decrypt run.
*> Appended by every intake run and never rewritten: the operator's
*> worklist for chasing the desk and resubmitting the corrected file.
01 QUARANTINE-RECORD.
    *> The record exactly as it arrived - columns 1-110 of a corrected
    *> quarantine are a desk file again
    05 QR-ORIGINAL-RECORD PIC X(110).
    05 QR-INTAKE-DATE PIC X(08).
    05 QR-INTAKE-TIME PIC X(06).
    *> Whose file it was, and where in the file the record sat
    05 QR-DESK-ID PIC X(08).
    05 QR-RECORD-SEQ PIC 9(07).
    05 QR-REASON-CODE PIC X(03).
        88 QR-CORR-INVALID   VALUE "COR".
        88 QR-MODE-INVALID   VALUE "MOD".
        88 QR-KEY-INVALID    VALUE "KEY".
        88 QR-BAD-RUN-DATE   VALUE "DAT".
        88 QR-NOT-RECONCILED VALUE "REC".
        88 QR-OUT-OF-PLACE   VALUE "STR".
        88 QR-BAD-REC-TYPE   VALUE "TYP".
        88 QR-EMPTY-FILE     VALUE "EMP".
    *> The first failure intake found in the file, in words
    05 QR-REASON-TEXT PIC X(64).
    05 FILLER PIC X(04).
