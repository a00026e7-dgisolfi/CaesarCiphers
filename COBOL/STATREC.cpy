*> STATREC - run status record layout for the CIPHERSTS file.
*> One fixed-layout record per Cipher run for the scheduler and the
*> monitoring - counts, worst condition, reconciliation verdict - so the
*> machinery downstream reads a field, not CIPHERRPT prose. Rewritten
*> by every run; the end-of-day balancing run holds it against the
*> AUDIT END line carrying the same run date and time.
01 RUN-STATUS-RECORD.
    05 ST-RUN-DATE PIC X(08).
    05 ST-RUN-TIME PIC X(06).
    05 ST-RUN-MODE PIC X(01).
    05 ST-CIPHER-MODE PIC X(01).
    05 ST-GROUP-COUNT PIC 9(03).
    05 ST-MSG-COUNT PIC 9(07).
    05 ST-REJECT-COUNT PIC 9(07).
    *> Y = every group reconciled clean, N = at least one did not
    05 ST-RECON-FLAG PIC X(01).
    *> Same graded value the run leaves in RETURN-CODE - 00 clean,
    *> 04 completed with rejects or holds, 08 reconciliation failed
    05 ST-WORST-CONDITION PIC 9(02).
    *> Messages encrypted but held off transmission by the
    *> ciphertext screen - processed, counted in ST-MSG-COUNT,
    *> neither rejected nor sent
    05 ST-HOLD-COUNT PIC 9(07).
    *> Rejects in ST-REJECT-COUNT that are not messages on the history
    *> master - a group header refused by its registration, an
    *> out-of-place record, a rerun record that could not be rerun
    05 ST-UNRECORDED-COUNT PIC 9(07).
