    05 CR-CIPHER-MODE PIC X(01).
        88 CR-CAESAR-MODE   VALUE "C".
        88 CR-VIGENERE-MODE VALUE "V".
        88 CR-AFFINE-MODE   VALUE "A".
    *> The vault key-ids this correspondent's details may name in
    *> CB-KEY-ID - spaces mark unused slots. An empty list means no
    *> key-id restriction (the run key carries the group).
    05 CR-STATUS PIC X(01).
        88 CR-ACTIVE    VALUE "A".
        88 CR-SUSPENDED VALUE "S".
    *> Chargeback price per accepted message, for the monthly traffic
    *> statement. Not numeric (a record older than the field, or a
    *> desk registered with no rate - spaces) prices the desk at
    *> nothing and says so.
    05 CR-MSG-RATE PIC 9(03)V99.
    05 CR-MSG-RATE-X REDEFINES CR-MSG-RATE PIC X(05).
    05 FILLER PIC X(05).
