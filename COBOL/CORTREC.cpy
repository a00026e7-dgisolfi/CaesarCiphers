*> CORTREC - maintenance transaction layout for the CORRTRAN input to
*> the CorrMaint run. One record per requested correspondent action,
*> validated against the CIPHERKEY vault and the rest of the master
*> before anything touches CIPHERCOR - no more hand-building CORRREC
*> records for every new desk, destination change or suspension.
*> Add ("A") and change ("C") carry a complete replacement registration
*> (mode, key-id list, destination, rate): every field is validated as if the
*> record were new. Suspend ("S") and reinstate ("R") only need the
*> correspondent id - a reinstate re-checks the registration already on
*> file, since the keys it names may have expired while it sat idle.
01 CORR-TRAN-RECORD.
    05 CT-ACTION PIC X(01).
        88 CT-ADD       VALUE "A".
        88 CT-CHANGE    VALUE "C".
        88 CT-SUSPEND   VALUE "S".
        88 CT-REINSTATE VALUE "R".
    05 CT-CORR-ID PIC X(08).
    05 CT-CIPHER-MODE PIC X(01).
        88 CT-CAESAR-MODE   VALUE "C".
        88 CT-VIGENERE-MODE VALUE "V".
        88 CT-AFFINE-MODE   VALUE "A".
    *> Spaces mark unused slots, exactly as on CORRREC
    05 CT-ALLOWED-KEYS.
        10 CT-ALLOWED-KEY-ID PIC X(08) OCCURS 5 TIMES.
    *> A ddname, never a path; spaces leave the desk on the default
    *> CIPHEROUT
    05 CT-DESTINATION PIC X(08).
    *> Chargeback price per accepted message, 9(3)V99 with the point
    *> implied ("00025" is a quarter); spaces register no rate on an
    *> add, and leave the rate on file alone on a change
    05 CT-MSG-RATE PIC 9(03)V99.
    05 CT-MSG-RATE-X REDEFINES CT-MSG-RATE PIC X(05).
    05 FILLER PIC X(15).
